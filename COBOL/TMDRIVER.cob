007318*                  ALL) RUNS THE DECK TO THE END AS BEFORE -
007319*                  DAYTIME WORK STARTS ON TIME EVEN ON A NIGHT
007320*                  WHEN ONE MACHINE DEFINITION MISBEHAVES.
007325* 2026-10-15  RH   A JOB CARD'S TABLE MAY NOW DECLARE ACCEPT AND
007330*                  REJECT FINAL STATES (*ACCEPT/*REJECT HEADERS,
007335*                  SEE TMTRANRC AND TMFINAL). THE MACHINE STOPS
007340*                  ON ENTERING ONE, THE COMPLETENESS CHECK TREATS
007345*                  THEM AS TERMINAL, AND EVERY CARD NOW CARRIES AN
007350*                  ACCEPT/REJECT/UNDECIDED VERDICT ON SUMRPT AND
007355*                  RUNHIST. SUMRPT CLOSES WITH THE DECK'S VERDICT
007356*                  COUNTS.
007357* 2026-10-15  RH   MULTI-TAPE MACHINES (*TAPES HEADER, SEE
007358*                  TMTRANRC). A JOB CARD MAY CARRY START TAPES 2
007359*                  AND 3 IN COLUMNS 57-96 AND 97-136; THE PRE-RUN
007360*                  EDIT CHECKS EVERY TAPE THE CARD'S MACHINE USES,
007361*                  THE COMPLETENESS CHECK COVERS EVERY SYMBOL
007362*                  COMBINATION ACROSS THE TAPES AND THE BOUNDARY
007363*                  GUARD WATCHES EVERY HEAD. SUMRPT STILL SHOWS
007364*                  TAPE 1. DEFERRED CARRIES THE WHOLE CARD.
007365* 2026-10-15  RH   PIPELINE CARDS. A CARD WITH *PIPE IN THE
007366*                  MACHINE COLUMNS NAMES UP TO 5 CATALOG MACHINES
007367*                  IN COLUMNS 137-176 AND RUNS ITS START TAPES
007368*                  THROUGH THEM IN ORDER, EACH STAGE'S FINAL TAPES
007369*                  BECOMING THE NEXT STAGE'S START TAPES. THE
007370*                  CHAIN STOPS AT THE FIRST STAGE THAT DOES NOT
007371*                  HALT NORMALLY. EVERY STAGE GETS ITS OWN SUMRPT
007372*                  LINE AND RUNHIST RECORD CARRYING THE CARD'S JOB
007373*                  NAME AS THE PIPELINE ID AND THE STAGE NUMBER.
007374*                  THE PRE-WINDOW EDIT RESOLVES EVERY STAGE AND
007375*                  CHECKS THAT EACH STAGE'S ALPHABET CAN READ
007376*                  EVERY SYMBOL THE STAGE BEFORE IT MAY LEAVE ON A
007377*                  TAPE.
007378*                  TRANSITION-KEY IS CLEARED AT THE START OF EACH
007379*                  JOB SO A MULTI-TAPE MACHINE'S EXTRA READ
007380*                  SYMBOLS DO NOT LINGER INTO A LATER 1-TAPE JOB.
007382* 2026-10-15  RH   EVERY DECK EDIT FAILURE AND EVERY DEFERRED CARD
007384*                  IS ALSO APPENDED TO THE SHARED EXCEPTION FILE
007386*                  EXCPFILE (COPYLIB/TMEXCPRC) FOR THE MORNING
007388*                  EXCEPTION REPORT, TMEXCRPT.
007389* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
007390*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
007391*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
007392*                  THE STEP RC=8. HR-RUN-DATE AND XC-RUN-DATE
007393*                  CARRY IT. SUMRPT AND EDITRPT HEADINGS SHOW THE
007394*                  BUSINESS DATE AND THE CLOCK DATE; THE RUN
007395*                  WINDOW STILL GOES BY THE CLOCK.
007398******************************************************************
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
009130     SELECT DEFERRED ASSIGN TO "DEFERRED"
009140         ORGANIZATION IS LINE SEQUENTIAL.

009160     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
009180         ORGANIZATION IS LINE SEQUENTIAL.

009185     SELECT BUSDATE ASSIGN TO "BUSDATE"
009190         ORGANIZATION IS LINE SEQUENTIAL
009195         FILE STATUS IS BUSDATE-STATUS.

009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  JOBDECK.
009500 01  JOBCARD-RECORD.
009600     05  JC-JOB-NAME             PIC X(08).
009650     05  JC-MACHINE              PIC X(08).
009700         88  JC-PIPELINE-CARD               VALUE '*PIPE'.
009750     05  JC-TAPE-SET.
009800         10  JC-START-TAPE       PIC X(40).
009850         10  JC-X-START-TAPE     PIC X(40) OCCURS 2 TIMES.
009870     05  JC-STAGE-MACHINE        PIC X(08) OCCURS 5 TIMES.

009900 FD  TRANFILE.
010000     COPY TMTRANRC.
011300     05  SR-ELAPSED              PIC 9(08).
011400     05  SR-SEP6                 PIC X(01) VALUE SPACE.
011500     05  SR-HALT-REASON          PIC X(20).
011520     05  SR-SEP7                 PIC X(01) VALUE SPACE.
011540     05  SR-VERDICT              PIC X(09).
011545     05  SR-PIPE-AREA.
011550         10  SR-SEP8             PIC X(01).
011555         10  SR-STAGE-LABEL      PIC X(06).
011560         10  SR-STAGE-NUM        PIC 9(02).
011565         10  SR-SEP9             PIC X(01).
011570         10  SR-STAGE-MACHINE    PIC X(08).
011600 01  SUMRPT-HEADER-RECORD        PIC X(164).
011610 01  SUMRPT-DEFER-LINE.
011620     05  SD-LABEL                PIC X(09).
011630     05  SD-CARD-LABEL           PIC X(05).
013620     COPY TMHISTRC.

013630 FD  DEFERRED.
013640 01  DEFERRED-RECORD             PIC X(176).

013660 FD  EXCPFILE.
013680     COPY TMEXCPRC.

013685 FD  BUSDATE.
013690     COPY TMBDATRC.

013700 WORKING-STORAGE SECTION.
013800******************************************************************
014800 77  TRAN-DSN                    PIC X(08).
014900 COPY TMTRANTB.
014910 77  INSERT-POS                  PIC 9(04) COMP.
014920 77  LOAD-KEY                    PIC X(11).

015000******************************************************************
015100* TAPE ALPHABET - DECLARED BY AN OPTIONAL *SYMBOLS HEADER IN THE
015600 COPY TMALPHA.
015700 77  ALPHA-SCAN-POS              PIC 9(02) COMP.

015705******************************************************************
015710* ACCEPT/REJECT FINAL STATES - DECLARED BY OPTIONAL *ACCEPT AND
015715* *REJECT HEADERS IN THE JOB CARD'S TABLE, RELOADED FRESH FOR EACH
015720* JOB. SHARED LAYOUT, SEE COPYLIB/TMFINAL. THE VERDICT COUNTS FEED
015725* THE CLOSING LINE OF SUMRPT.
015730******************************************************************
015735 COPY TMFINAL.
015740 77  ACCEPT-COUNT                PIC 9(06) COMP VALUE ZERO.
015745 77  REJECT-COUNT                PIC 9(06) COMP VALUE ZERO.
015750 77  UNDECIDED-COUNT             PIC 9(06) COMP VALUE ZERO.
015755 77  VERDICT-COUNT-DISP          PIC 9(06).

015800******************************************************************
015900* RUNAWAY-ITERATION GUARD - SAME CEILING AS TuringMachine, AND
016000* THE SAME RUNPARM OVERRIDE - SEE 1050-LOAD-RUN-PARM.
016700******************************************************************
016800 77  TAPE-LENGTH                 PIC 9(02) VALUE 40.
016900 77  NEW-HEAD                    PIC S9(04) COMP.
016920 77  HEAD-BOUND-SW               PIC X(01) VALUE 'N'.
016940     88  HEAD-OFF-TAPE                       VALUE 'Y'.
016960     88  HEADS-ON-TAPE                       VALUE 'N'.

017000******************************************************************
017100* RUN COUNTERS AND ELAPSED-TIME WORK AREAS
017310 77  JOBS-RUN-COUNT              PIC 9(06) COMP VALUE ZERO.
017400 77  RUNAWAY-COUNT               PIC 9(04) COMP VALUE ZERO.
017410 77  RUN-DATE                    PIC 9(08).
017430 77  CLOCK-DATE                  PIC 9(08).
017500 01  START-TIME                  PIC 9(08).
017600 01  START-TIME-PARTS REDEFINES START-TIME.
017700     05  START-HH                PIC 9(02).
018900 77  ELAPSED-CC                  PIC 9(08) COMP VALUE ZERO.
019000 77  DAY-TOTAL-CC                PIC 9(08) COMP VALUE 8640000.

019002******************************************************************
019004* PIPELINE CARDS. STAGE-TAPE-SET HOLDS THE START TAPES FOR THE
019006* MACHINE ABOUT TO RUN - THE CARD'S OWN FOR A PLAIN CARD OR A
019008* FIRST STAGE, THE STAGE BEFORE'S FINAL TAPES AFTER THAT.
019010* RUN-MACHINE IS THE CATALOG NAME BEING RESOLVED AND RUN, AND
019012* STAGE-NUM IS ZERO FOR A PLAIN CARD. PREV-ALPHABET-TABLE KEEPS
019014* THE STAGE BEFORE'S SYMBOL SET FOR THE PRE-WINDOW EDIT.
019016******************************************************************
019018 77  PIPE-STAGE-MAX              PIC 9(02) COMP VALUE 5.
019020 77  STAGE-SUB                   PIC 9(02) COMP.
019022 77  STAGE-NUM                   PIC 9(02) VALUE ZERO.
019024 77  RUN-MACHINE                 PIC X(08).
019026 01  STAGE-TAPE-SET.
019028     05  ST-START-TAPE           PIC X(40).
019030     05  ST-X-START-TAPE         PIC X(40) OCCURS 2 TIMES.
019032 77  CHAIN-SW                    PIC X(01) VALUE 'N'.
019034     88  CHAIN-STOPPED                       VALUE 'Y'.
019036     88  CHAIN-RUNNING                       VALUE 'N'.
019038 77  CHAIN-STOP-COUNT            PIC 9(04) COMP VALUE ZERO.
019040 77  PREV-ALPHABET-COUNT         PIC 9(02) COMP VALUE ZERO.
019042 01  PREV-ALPHABET-TABLE.
019044     05  PA-SYMBOL               PIC X(01) OCCURS 16 TIMES.
019046 77  PA-SUB                      PIC 9(02) COMP.

019100******************************************************************
019200* SWITCHES
019300******************************************************************
021300 77  COVERAGE-FOUND-SW           PIC X(01) VALUE 'N'.
021400     88  COVERAGE-FOUND                       VALUE 'Y'.
021500     88  COVERAGE-NOT-FOUND                   VALUE 'N'.
021520 77  TAPES-HEADER-SW             PIC X(01) VALUE 'N'.
021540     88  TAPES-HEADER-BAD                     VALUE 'Y'.
021560     88  TAPES-HEADER-OK                      VALUE 'N'.

021600******************************************************************
021700* MACHINE CATALOG - LOADED FROM MCATALOG AT STARTUP. JOBDECK
023900* SKIPS IT INSTEAD OF FAILING ON IT MID-WINDOW.
024000******************************************************************
024100 77  MCATALOG-STATUS             PIC X(02).
024120 77  BUSDATE-STATUS              PIC X(02).
024140 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
024160     88  BUSDATE-FOUND                       VALUE 'Y'.
024180     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
024200 77  MCATALOG-EOF-SW             PIC X(01) VALUE 'N'.
024300     88  MCATALOG-EOF                        VALUE 'Y'.
024400     88  MCATALOG-NOT-EOF                    VALUE 'N'.
025200             INDEXED BY BC-IDX.
025300         10  BC-CARD-NUM         PIC 9(04) COMP.
025400 77  EDIT-REASON                 PIC X(30).
025450 77  TAPE-SCAN-POS               PIC 9(03) COMP.
025500 77  TAPE-SCAN-LIMIT             PIC 9(03) COMP.
025600 77  CATALOG-FOUND-SW            PIC X(01) VALUE 'Y'.
025700     88  CATALOG-FOUND                       VALUE 'Y'.
025800     88  CATALOG-NOT-FOUND                   VALUE 'N'.
028200 77  CANDIDATE-STATE              PIC X(08).
028300 77  CHECK-STATE                  PIC X(08).
028400 77  CHECK-SYMBOL                 PIC X(01).
028420 77  CHECK-KEY                    PIC X(11).
028440 77  CHECK-SUB2                   PIC 9(02) COMP.
028460 77  CHECK-SUB3                   PIC 9(02) COMP.
028480 77  CHECK-LIMIT2                 PIC 9(02) COMP.
028500 77  CHECK-LIMIT3                 PIC 9(02) COMP.
028600 77  VALIDATION-GAP-COUNT         PIC 9(04) COMP VALUE ZERO.

028700 PROCEDURE DIVISION.
029000*    PROGRAM ENTRY POINT.
029100******************************************************************
029200 0000-MAINLINE.
029220     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
029240     IF BUSDATE-NOT-FOUND
029260         GO TO 0000-EXIT
029280     END-IF
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     IF CATALOG-FOUND
029500         PERFORM 2000-PROCESS-JOB-DECK THRU 2000-EXIT
029600     END-IF
029700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029702 0000-EXIT.
029704     STOP RUN.

029706******************************************************************
029708*    0100-LOAD-BUSINESS-DATE
029710*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
029712*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
029714*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
029716*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
029718*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
029720*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
029722*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
029724******************************************************************
029726 0100-LOAD-BUSINESS-DATE.
029728     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
029730     OPEN INPUT BUSDATE
029732     IF BUSDATE-STATUS NOT = '00'
029734         GO TO 0100-REFUSE
029736     END-IF
029738     READ BUSDATE
029740         AT END
029742             CONTINUE
029744     END-READ
029746     IF BUSDATE-STATUS = '00'
029748         AND BD-CONTROL-RECORD
029750         AND BD-CURRENT-DATE IS NUMERIC
029752         AND BD-PRIOR-DATE IS NUMERIC
029754         AND BD-CURRENT-DATE > BD-PRIOR-DATE
029756         MOVE BD-CURRENT-DATE TO RUN-DATE
029758         SET BUSDATE-FOUND TO TRUE
029760     END-IF
029762     CLOSE BUSDATE
029764     IF BUSDATE-FOUND
029766         GO TO 0100-EXIT
029768     END-IF.
029770 0100-REFUSE.
029772     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
029774         'STEP STOPPED'
029776     MOVE 8 TO RETURN-CODE.
029778 0100-EXIT.
029780     EXIT.

029900******************************************************************
030000*    1000-INITIALIZE
030700*    THE RUN BEFORE ANY CARD - NOTHING CAN RESOLVE WITHOUT IT.
030800******************************************************************
030900 1000-INITIALIZE.
030912     OPEN EXTEND EXCPFILE
030914     MOVE SPACES TO EXCEPTION-RECORD
030916     MOVE ZERO TO XC-UNIT-NUM
030920     ACCEPT NOW-TIME FROM TIME
030930     MOVE NOW-HHMM TO WINDOW-START-HHMM
031000     PERFORM 1050-LOAD-RUN-PARM THRU 1050-EXIT
040400 1510-EDIT-ONE-CARD.
040500     ADD 1 TO EDIT-CARD-NUM
040600     MOVE SPACES TO EDIT-REASON
040700     IF JC-PIPELINE-CARD
040710         PERFORM 1570-EDIT-PIPELINE THRU 1570-EXIT
040720     ELSE
040730         MOVE JC-MACHINE TO RUN-MACHINE
040740         MOVE ZERO TO STAGE-NUM
040750         PERFORM 1530-EDIT-ONE-MACHINE THRU 1530-EXIT
040760     END-IF
042200     IF EDIT-REASON NOT = SPACES
042300         PERFORM 1560-WRITE-EDIT-ERROR THRU 1560-EXIT
042400     END-IF
042600 1510-EXIT.
042700     EXIT.

042702******************************************************************
042704*    1530-EDIT-ONE-MACHINE
042706*    EDITS ONE MACHINE - A PLAIN CARD'S, OR ONE STAGE OF A
042708*    PIPELINE CARD - NAMED IN RUN-MACHINE: CATALOG ROW, ACTIVE
042710*    FLAG AND TABLE. A PLAIN CARD OR A FIRST STAGE THEN HAS ITS
042712*    START TAPES EDITED AGAINST THE ALPHABET; A LATER STAGE
042714*    INSTEAD HAS ITS ALPHABET EDITED AGAINST THE STAGE BEFORE'S.
042716******************************************************************
042718 1530-EDIT-ONE-MACHINE.
042720     PERFORM 1520-RESOLVE-MACHINE THRU 1520-EXIT
042722     IF CAT-NO-HIT
042724         MOVE 'MACHINE NOT IN CATALOG' TO EDIT-REASON
042726     ELSE
042728         IF NOT RESOLVED-ACTIVE
042730             MOVE 'MACHINE INACTIVE' TO EDIT-REASON
042732         ELSE
042734             PERFORM 2110-LOAD-TRAN-TABLE THRU 2110-EXIT
042736             IF TRAN-TABLE-NOT-FOUND
042738                 MOVE 'TRAN TABLE NOT FOUND' TO EDIT-REASON
042740             ELSE
042742                 IF STAGE-NUM > 1
042744                     PERFORM 1580-EDIT-STAGE-ALPHABET
042745                         THRU 1580-EXIT
042746                 ELSE
042748                     PERFORM 1540-EDIT-TAPE-SYMBOLS THRU 1540-EXIT
042750                 END-IF
042752                 PERFORM 1590-SAVE-STAGE-ALPHABET THRU 1590-EXIT
042754             END-IF
042756         END-IF
042758     END-IF.
042760 1530-EXIT.
042762     EXIT.

042800******************************************************************
042900*    1520-RESOLVE-MACHINE
043000*    LOOKS THE MACHINE IN RUN-MACHINE UP IN THE CATALOG. A HIT
043100*    LEAVES THE MACHINE'S TABLE DSN IN TRAN-DSN AND ITS ACTIVE
043200*    FLAG IN CAT-FLAG-SAVE FOR THE CALLER TO JUDGE.
043300******************************************************************
043900         SEARCH CATALOG-ENTRY
044000             AT END
044100                 CONTINUE
044200             WHEN CAT-NAME(CAT-IDX) = RUN-MACHINE
044300                 SET CAT-HIT TO TRUE
044400                 MOVE CAT-DSN(CAT-IDX) TO TRAN-DSN
044500                 MOVE CAT-ACTIVE-FLAG(CAT-IDX) TO CAT-FLAG-SAVE
045500*    SYMBOL AT RUN TIME - SO ONLY A REAL SYMBOL THE MACHINE
045600*    CANNOT READ FAILS THE CARD.
045700******************************************************************
045750*    A MULTI-TAPE MACHINE'S START TAPES 2-3 ARE EDITED THE SAME
045760*    WAY.
045800 1540-EDIT-TAPE-SYMBOLS.
045850     COMPUTE TAPE-SCAN-LIMIT = TAPE-LENGTH * TABLE-TAPE-COUNT
045900     PERFORM 1545-EDIT-ONE-SYMBOL THRU 1545-EXIT
046000         VARYING TAPE-SCAN-POS FROM 1 BY 1
046100         UNTIL TAPE-SCAN-POS > TAPE-SCAN-LIMIT
046200             OR EDIT-REASON NOT = SPACES.
046300 1540-EXIT.
046400     EXIT.

046500 1545-EDIT-ONE-SYMBOL.
046600     IF JC-TAPE-SET(TAPE-SCAN-POS:1) NOT = SPACE
046700         MOVE JC-TAPE-SET(TAPE-SCAN-POS:1) TO CHECK-SYMBOL
046800         PERFORM 1550-CHECK-SYMBOL-IN-SET THRU 1550-EXIT
046900         IF SYMBOL-NOT-OK
047000             MOVE 'TAPE SYMBOL NOT IN ALPHABET' TO EDIT-REASON
049400     MOVE SPACE         TO ED-SEP1
049500     MOVE JC-JOB-NAME   TO ED-JOB-NAME
049600     MOVE SPACE         TO ED-SEP2
049700     MOVE RUN-MACHINE   TO ED-MACHINE
049800     MOVE SPACE         TO ED-SEP3
049900     MOVE EDIT-REASON   TO ED-REASON
049920     WRITE EDIT-RECORD
049940     MOVE 'E'           TO XC-SEVERITY
049960     MOVE 'EDITRPT'     TO XC-CATEGORY
049980     MOVE JC-JOB-NAME   TO XC-BATCH-ID
050000     MOVE EDIT-CARD-NUM TO XC-UNIT-NUM
050020     MOVE RUN-MACHINE   TO XC-MACHINE
050040     STRING 'DECK EDIT FAILURE - ' EDIT-REASON
050060         DELIMITED BY SIZE INTO XC-MESSAGE
050080     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
050100 1560-EXIT.
050200     EXIT.

050201******************************************************************
050202*    1570-EDIT-PIPELINE
050203*    EDITS A PIPELINE CARD STAGE BY STAGE, IN RUN ORDER, UP TO
050204*    THE FIRST BLANK STAGE COLUMN. THE FIRST FAILING STAGE FAILS
050205*    THE WHOLE CARD AND IS THE MACHINE NAMED ON EDITRPT. A CARD
050206*    NAMING NO STAGE AT ALL FAILS UNDER ITS OWN *PIPE NAME.
050207******************************************************************
050208 1570-EDIT-PIPELINE.
050209     IF JC-STAGE-MACHINE(1) = SPACES
050210         MOVE JC-MACHINE TO RUN-MACHINE
050211         MOVE 'PIPELINE NAMES NO STAGES' TO EDIT-REASON
050212         GO TO 1570-EXIT
050213     END-IF
050214     PERFORM 1575-EDIT-ONE-STAGE THRU 1575-EXIT
050215         VARYING STAGE-SUB FROM 1 BY 1
050216         UNTIL STAGE-SUB > PIPE-STAGE-MAX
050217             OR EDIT-REASON NOT = SPACES.
050218 1570-EXIT.
050219     EXIT.

050220 1575-EDIT-ONE-STAGE.
050221     IF JC-STAGE-MACHINE(STAGE-SUB) = SPACES
050222         MOVE PIPE-STAGE-MAX TO STAGE-SUB
050223         GO TO 1575-EXIT
050224     END-IF
050225     MOVE JC-STAGE-MACHINE(STAGE-SUB) TO RUN-MACHINE
050226     MOVE STAGE-SUB TO STAGE-NUM
050227     PERFORM 1530-EDIT-ONE-MACHINE THRU 1530-EXIT.
050228 1575-EXIT.
050229     EXIT.

050230******************************************************************
050231*    1580-EDIT-STAGE-ALPHABET
050232*    A STAGE READS WHATEVER THE STAGE BEFORE LEFT ON ITS TAPES -
050233*    ANY SYMBOL OF THAT STAGE'S ALPHABET, ITS BLANK INCLUDED - SO
050234*    EVERY ONE OF THEM MUST ALSO BE IN THIS STAGE'S ALPHABET.
050235*    1590 KEEPS EACH STAGE'S SET FOR THE STAGE AFTER IT.
050236******************************************************************
050237 1580-EDIT-STAGE-ALPHABET.
050238     PERFORM 1585-CHECK-PREV-SYMBOL THRU 1585-EXIT
050239         VARYING PA-SUB FROM 1 BY 1
050240         UNTIL PA-SUB > PREV-ALPHABET-COUNT
050241             OR EDIT-REASON NOT = SPACES.
050242 1580-EXIT.
050243     EXIT.

050244 1585-CHECK-PREV-SYMBOL.
050245     MOVE PA-SYMBOL(PA-SUB) TO CHECK-SYMBOL
050246     PERFORM 1550-CHECK-SYMBOL-IN-SET THRU 1550-EXIT
050247     IF SYMBOL-NOT-OK
050248         MOVE 'STAGE ALPHABETS INCOMPATIBLE' TO EDIT-REASON
050249     END-IF.
050250 1585-EXIT.
050251     EXIT.

050252 1590-SAVE-STAGE-ALPHABET.
050253     MOVE ALPHABET-COUNT TO PREV-ALPHABET-COUNT
050254     PERFORM 1595-SAVE-ONE-SYMBOL THRU 1595-EXIT
050255         VARYING PA-SUB FROM 1 BY 1
050256         UNTIL PA-SUB > ALPHABET-COUNT.
050257 1590-EXIT.
050258     EXIT.

050259 1595-SAVE-ONE-SYMBOL.
050260     MOVE AB-SYMBOL(PA-SUB) TO PA-SYMBOL(PA-SUB).
050261 1595-EXIT.
050262     EXIT.

050300 1890-WRITE-EDIT-HEADER.
050400     MOVE SPACES TO EDITRPT-HEADER-RECORD
050500     MOVE 'JOB DECK EDIT REPORT' TO EDITRPT-HEADER-RECORD
050600     WRITE EDITRPT-HEADER-RECORD
050610     MOVE SPACES TO EDITRPT-HEADER-RECORD
050620     MOVE 'BUSINESS DATE: ' TO EDITRPT-HEADER-RECORD
050630     MOVE RUN-DATE TO EDITRPT-HEADER-RECORD(16:8)
050640     MOVE ' CLOCK DATE: ' TO EDITRPT-HEADER-RECORD(24:13)
050650     MOVE CLOCK-DATE TO EDITRPT-HEADER-RECORD(37:8)
050660     WRITE EDITRPT-HEADER-RECORD
050700     MOVE SPACES TO EDITRPT-HEADER-RECORD
050800     MOVE 'CARD JOB NAME MACHINE  REASON'
050900         TO EDITRPT-HEADER-RECORD
051200     EXIT.

051300 1900-WRITE-REPORT-HEADER.
051310     MOVE SPACES TO SUMRPT-HEADER-RECORD
051320     MOVE 'BUSINESS DATE: ' TO SUMRPT-HEADER-RECORD
051330     MOVE RUN-DATE TO SUMRPT-HEADER-RECORD(16:8)
051340     MOVE ' CLOCK DATE: ' TO SUMRPT-HEADER-RECORD(24:13)
051350     MOVE CLOCK-DATE TO SUMRPT-HEADER-RECORD(37:8)
051360     WRITE SUMRPT-HEADER-RECORD
051370     MOVE SPACES TO SUMRPT-HEADER-RECORD
051400     MOVE 'JOB NAME START TAPE FINAL TAPE STAT STEPS  ELAPSED '
051500         TO SUMRPT-HEADER-RECORD
051600     MOVE 'REASON' TO SUMRPT-HEADER-RECORD(59:6)
051650     MOVE 'VERDICT' TO SUMRPT-HEADER-RECORD(138:7)
051700     WRITE SUMRPT-HEADER-RECORD.
051800 1900-EXIT.
051900     EXIT.
052400******************************************************************
052500 2000-PROCESS-JOB-DECK.
052600     PERFORM 2010-READ-JOB-CARD THRU 2010-EXIT
052700     PERFORM 2050-PROCESS-ONE-CARD THRU 2050-EXIT
052800         UNTIL JOBDECK-EOF.
052900 2000-EXIT.
053000     EXIT.
053600 2010-EXIT.
053700     EXIT.

053702******************************************************************
053703*    2050-PROCESS-ONE-CARD
053704*    ONE JOB CARD. A PLAIN CARD RUNS ITS ONE MACHINE AGAINST ITS
053705*    OWN START TAPES; A PIPELINE CARD RUNS ITS STAGES IN TURN -
053706*    SEE 2200-RUN-PIPELINE. ONCE THE WINDOW HAS CLOSED THE CARD
053707*    IS DEFERRED WHOLE, PIPELINE OR NOT.
053708******************************************************************
053709 2050-PROCESS-ONE-CARD.
053710     ADD 1 TO JOB-COUNT
053711     PERFORM 2102-CHECK-WINDOW THRU 2102-EXIT
053712     IF WINDOW-CLOSED
053713         PERFORM 2103-DEFER-ONE-CARD THRU 2103-EXIT
053714         PERFORM 2055-LOG-DEFERRED-CARD THRU 2055-EXIT
053716         GO TO 2050-READ-NEXT
053717     END-IF
053718     MOVE JC-TAPE-SET TO STAGE-TAPE-SET
053719     IF JC-PIPELINE-CARD
053720         PERFORM 2200-RUN-PIPELINE THRU 2200-EXIT
053721     ELSE
053722         MOVE JC-MACHINE TO RUN-MACHINE
053723         MOVE ZERO TO STAGE-NUM
053724         PERFORM 2100-PROCESS-ONE-JOB THRU 2100-EXIT
053725     END-IF.
053726 2050-READ-NEXT.
053727     PERFORM 2010-READ-JOB-CARD THRU 2010-EXIT.
053728 2050-EXIT.
053729     EXIT.

053730******************************************************************
053731*    2055-LOG-DEFERRED-CARD
053732*    A CARD DEFERRED PAST THE WINDOW CUTOFF IS A WARNING ON THE
053733*    EXCEPTION FILE. A PIPELINE CARD IS LOGGED UNDER ITS FIRST
053734*    STAGE SO THE MORNING REPORT CAN FIND THE OWNING AREA.
053735******************************************************************
053736 2055-LOG-DEFERRED-CARD.
053737     MOVE 'W'           TO XC-SEVERITY
053738     MOVE 'DEFERRED'    TO XC-CATEGORY
053739     MOVE JC-JOB-NAME   TO XC-BATCH-ID
053740     MOVE JOB-COUNT     TO XC-UNIT-NUM
053741     MOVE JC-MACHINE    TO XC-MACHINE
053742     IF JC-PIPELINE-CARD
053743         MOVE JC-STAGE-MACHINE(1) TO XC-MACHINE
053744     END-IF
053745     MOVE 'CARD DEFERRED - RUN WINDOW CUTOFF REACHED'
053746         TO XC-MESSAGE
053747     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
053748 2055-EXIT.
053749     EXIT.

053754******************************************************************
053756*    2100-PROCESS-ONE-JOB
053758*    RUNS THE MACHINE NAMED IN RUN-MACHINE AGAINST THE START
053760*    TAPES IN STAGE-TAPE-SET AND WRITES ITS SUMRPT LINE AND
053762*    RUNHIST RECORD - ONCE FOR A PLAIN CARD, ONCE PER STAGE FOR A
053764*    PIPELINE CARD.
053766******************************************************************
053800 2100-PROCESS-ONE-JOB.
054000     MOVE ST-START-TAPE  TO TAPE-ENTRY
054100     MOVE 1              TO HEAD
054200     MOVE 'q0'            TO STATE
054300     MOVE ZERO           TO STEP-COUNT
054400     MOVE ZERO           TO ELAPSED-CC
054500     MOVE SPACES         TO HALT-REASON
054600     SET NO-RUNAWAY TO TRUE
054650     MOVE SPACES TO TRANSITION-KEY
054700     PERFORM 2105-CHECK-DECK-EDIT THRU 2105-EXIT
054800     IF BC-HIT
054900         MOVE 'FAILED DECK EDIT' TO HALT-REASON
056700         ELSE
056800             MOVE 'HALTED NORMALLY' TO HALT-REASON
056900             INSPECT TAPE-ENTRY
056920                 REPLACING ALL SPACE BY BLANK-SYMBOL
056940             PERFORM 2104-LOAD-EXTRA-TAPE THRU 2104-EXIT
056960                 VARYING XT-SUB FROM 1 BY 1
056980                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
057100             ACCEPT START-TIME FROM TIME
057200             PERFORM 3000-RUN-MACHINE THRU 3000-EXIT
057300             ACCEPT END-TIME FROM TIME
057800         END-IF
057900     END-IF.
058000 2100-WRITE-LINE.
058050     PERFORM 2170-DETERMINE-VERDICT THRU 2170-EXIT
058100     PERFORM 2190-WRITE-REPORT-LINE THRU 2190-EXIT
058110     PERFORM 2195-WRITE-HISTORY THRU 2195-EXIT.
058300 2100-EXIT.
058400     EXIT.

058391 2103-EXIT.
058392     EXIT.

058402******************************************************************
058404*    2195-WRITE-HISTORY
058406*    APPENDS THE JOB CARD JUST FINISHED TO THE CUMULATIVE RUN-
058408*    HISTORY MASTER - SAME RECORD TMHISTRC AS TuringMachine -
058410*    WITH THE MACHINE RUN AS THE RULESET, SO TMTREND CAN
058412*    REPORT ABEND RATES AND STEP/ELAPSED GROWTH BY MACHINE.
058414******************************************************************
058416 2195-WRITE-HISTORY.
058418     MOVE RUN-DATE     TO HR-RUN-DATE
058420     MOVE SPACE        TO HR-SEP1
058422     MOVE 'TMDRIVER'   TO HR-SOURCE
058424     MOVE SPACE        TO HR-SEP2
058426     MOVE JOB-COUNT    TO HR-UNIT-NUM
058428     MOVE SPACE        TO HR-SEP3
058430     MOVE RUN-MACHINE  TO HR-RULESET
058432     MOVE SPACE        TO HR-SEP4
058434     MOVE STEP-COUNT   TO HR-STEPS
058436     MOVE SPACE        TO HR-SEP5
058438     MOVE ELAPSED-CC   TO HR-ELAPSED
058440     MOVE SPACE        TO HR-SEP6
058442     MOVE STATE        TO HR-FINAL-STATE
058444     MOVE SPACE        TO HR-SEP7
058446     MOVE HALT-REASON  TO HR-HALT-REASON
058448     MOVE SPACE        TO HR-SEP8
058450     MOVE VERDICT      TO HR-VERDICT
058452     IF STAGE-NUM = ZERO
058454         MOVE SPACES       TO HR-PIPELINE-AREA
058456     ELSE
058458         MOVE SPACE        TO HR-SEP9
058460         MOVE JC-JOB-NAME  TO HR-PIPELINE-ID
058462         MOVE SPACE        TO HR-SEP10
058464         MOVE STAGE-NUM    TO HR-STAGE-NUM
058466     END-IF
058468     WRITE HISTORY-RECORD.
058470 2195-EXIT.
058472     EXIT.

058478******************************************************************
058479*    2104-LOAD-EXTRA-TAPE
058480*    STARTS TAPE 2 OR 3 OF A MULTI-TAPE MACHINE FROM THE CARD'S
058481*    START-TAPE COLUMNS FOR IT, THE SAME WAY TAPE 1 STARTS.
058482******************************************************************
058483 2104-LOAD-EXTRA-TAPE.
058484     MOVE ST-X-START-TAPE(XT-SUB) TO XT-TAPE-ENTRY(XT-SUB)
058485     INSPECT XT-TAPE-ENTRY(XT-SUB)
058486         REPLACING ALL SPACE BY BLANK-SYMBOL
058487     MOVE 1 TO XT-HEAD(XT-SUB).
058488 2104-EXIT.
058489     EXIT.

058500******************************************************************
058600*    2105-CHECK-DECK-EDIT
061600 2110-LOAD-TRAN-TABLE.
061700     MOVE ZERO TO TRANSITION-COUNT
061800     MOVE ZERO TO ALPHABET-COUNT
061850     MOVE ZERO TO FINAL-STATE-COUNT
061860     MOVE 1 TO TABLE-TAPE-COUNT
061870     SET TAPES-HEADER-OK TO TRUE
061900     SET TRANFILE-NOT-EOF TO TRUE
062000     SET TRAN-TABLE-FOUND TO TRUE
062100     OPEN INPUT TRANFILE
064500         PERFORM 2131-STORE-ALPHABET THRU 2131-EXIT
064600         GO TO 2130-READ-NEXT
064700     END-IF
064705     IF TV-VERSION-RECORD
064725         GO TO 2130-READ-NEXT
064745     END-IF
064765     IF TF-FINAL-RECORD
064785         PERFORM 2134-STORE-FINAL-STATE THRU 2134-EXIT
064805         GO TO 2130-READ-NEXT
064825     END-IF
064827     IF TN-TAPES-RECORD
064829         PERFORM 2137-STORE-TAPE-COUNT THRU 2137-EXIT
064831         GO TO 2130-READ-NEXT
064833     END-IF
064835     MOVE SPACES           TO LOAD-KEY
064845     MOVE TR-CURRENT-STATE TO LOAD-KEY(1:8)
064865     MOVE TR-READ-SYMBOL   TO LOAD-KEY(9:1)
064870     PERFORM 2138-KEY-EXTRA-SYMBOL THRU 2138-EXIT
064875         VARYING XT-SUB FROM 1 BY 1
064880         UNTIL XT-SUB >= TABLE-TAPE-COUNT
064885     ADD 1 TO TRANSITION-COUNT
064905     MOVE TRANSITION-COUNT TO INSERT-POS
064925     PERFORM 2135-SHIFT-ONE-RIGHT THRU 2135-EXIT
064945         UNTIL INSERT-POS < 2
064965             OR TT-KEY(INSERT-POS - 1) NOT > LOAD-KEY
065000     MOVE LOAD-KEY         TO TT-KEY(INSERT-POS)
065200     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(INSERT-POS)
065300     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(INSERT-POS)
065320     MOVE TR-DIRECTION     TO TT-DIRECTION(INSERT-POS)
065340     PERFORM 2139-STORE-EXTRA-ACTION THRU 2139-EXIT
065360         VARYING XT-SUB FROM 1 BY 1
065380         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
065500 2130-READ-NEXT.
065600     PERFORM 2120-READ-TRANSITION THRU 2120-EXIT.
065700 2130-EXIT.
069600 2133-EXIT.
069700     EXIT.

069702******************************************************************
069704*    2134-STORE-FINAL-STATE
069706*    THE RECORD JUST READ IS AN *ACCEPT OR *REJECT HEADER NAMING
069708*    ONE FINAL STATE OF THE JOB CARD'S TABLE - SAME RULES AS
069710*    TuringMachine'S 1160-STORE-FINAL-STATE: FIRST DECLARATION OF
069712*    A STATE WINS, DECLARATIONS PAST FINAL-STATE-MAX ARE IGNORED.
069714******************************************************************
069716 2134-STORE-FINAL-STATE.
069718     MOVE TF-STATE TO FINAL-CHECK-STATE
069720     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
069722     IF FINAL-HIT
069724         OR FINAL-STATE-COUNT >= FINAL-STATE-MAX
069726         GO TO 2134-EXIT
069728     END-IF
069730     ADD 1 TO FINAL-STATE-COUNT
069732     SET FS-IDX TO FINAL-STATE-COUNT
069734     MOVE TF-STATE TO FS-STATE(FS-IDX)
069736     IF TF-ACCEPT-RECORD
069738         MOVE 'ACCEPT' TO FS-VERDICT(FS-IDX)
069740     ELSE
069742         MOVE 'REJECT' TO FS-VERDICT(FS-IDX)
069744     END-IF.
069746 2134-EXIT.
069748     EXIT.

069749******************************************************************
069750*    2137-STORE-TAPE-COUNT
069751*    2138-KEY-EXTRA-SYMBOL
069752*    2139-STORE-EXTRA-ACTION
069753*    THE *TAPES HEADER OF A MULTI-TAPE TABLE, AND THE TAPE 2-3
069754*    PARTS OF EACH OF ITS RULES - SAME CONVENTION AS
069755*    TuringMachine'S 1170, 1127 AND 1128. A BAD TAPE COUNT FAILS
069756*    THE CARD'S COMPLETENESS CHECK.
069757******************************************************************
069758 2137-STORE-TAPE-COUNT.
069759     IF TN-TAPE-COUNT IS NUMERIC
069760         AND TN-TAPE-COUNT > ZERO
069761         AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
069762         MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
069763     ELSE
069764         SET TAPES-HEADER-BAD TO TRUE
069765     END-IF.
069766 2137-EXIT.
069767     EXIT.

069768 2138-KEY-EXTRA-SYMBOL.
069769     MOVE TX-READ-SYMBOL(XT-SUB) TO LOAD-KEY(9 + XT-SUB:1).
069770 2138-EXIT.
069771     EXIT.

069772 2139-STORE-EXTRA-ACTION.
069773     MOVE TX-WRITE-SYMBOL(XT-SUB)
069774         TO TT-X-WRITE-SYMBOL(INSERT-POS, XT-SUB)
069775     MOVE TX-DIRECTION(XT-SUB)
069776         TO TT-X-DIRECTION(INSERT-POS, XT-SUB).
069777 2139-EXIT.
069778     EXIT.

069800******************************************************************
069900*    2140-VALIDATE-TRANSITIONS
070000*    CHECKS THE TABLE JUST LOADED FOR THIS JOB CARD FOR
070600*    REPORTS A GAP AS RULESET-INVALID ON SUMRPT RATHER THAN
070700*    LETTING THE JOB CARD'S TAPE RUN INTO AN UNMATCHED STATE/
070800*    SYMBOL COMBINATION PARTWAY THROUGH.
070820*    HALT AND THE DECLARED ACCEPT/REJECT FINAL STATES ARE TERMINAL
070840*    AND ARE NEVER COLLECTED.
070860*    A MULTI-TAPE TABLE MUST COVER EVERY COMBINATION OF SYMBOLS
070880*    ACROSS ITS TAPES, AND A BAD *TAPES HEADER COUNTS AS A GAP.
070900******************************************************************
071000 2140-VALIDATE-TRANSITIONS.
071100     MOVE ZERO TO KNOWN-STATE-COUNT
071200     MOVE ZERO TO VALIDATION-GAP-COUNT
071205     MOVE 1 TO CHECK-LIMIT2
071210     MOVE 1 TO CHECK-LIMIT3
071215     IF TABLE-TAPE-COUNT > 1
071220         MOVE ALPHABET-COUNT TO CHECK-LIMIT2
071225     END-IF
071230     IF TABLE-TAPE-COUNT > 2
071235         MOVE ALPHABET-COUNT TO CHECK-LIMIT3
071240     END-IF
071245     IF TAPES-HEADER-BAD
071250         ADD 1 TO VALIDATION-GAP-COUNT
071255     END-IF
071300     PERFORM 2141-COLLECT-ONE-STATE THRU 2141-EXIT
071400         VARYING TT-IDX FROM 1 BY 1
071500         UNTIL TT-IDX > TRANSITION-COUNT
073200     EXIT.

073300 2142-ADD-IF-NEW.
073320     MOVE CANDIDATE-STATE TO FINAL-CHECK-STATE
073340     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
073400     IF CANDIDATE-STATE NOT = 'HALT'
073450         AND FINAL-NO-HIT
073500         SET KS-NOT-FOUND TO TRUE
073600         IF KNOWN-STATE-COUNT > ZERO
073700             SET KS-IDX TO 1
075400     MOVE KS-STATE(KS-IDX) TO CHECK-STATE
075500     PERFORM 2145-VALIDATE-ONE-SYMBOL THRU 2145-EXIT
075600         VARYING AB-IDX FROM 1 BY 1
075620         UNTIL AB-IDX > ALPHABET-COUNT
075640         AFTER CHECK-SUB2 FROM 1 BY 1
075660         UNTIL CHECK-SUB2 > CHECK-LIMIT2
075680         AFTER CHECK-SUB3 FROM 1 BY 1
075700         UNTIL CHECK-SUB3 > CHECK-LIMIT3.
075800 2143-EXIT.
075900     EXIT.

076000 2144-CHECK-SYMBOL-COVERAGE.
076050     MOVE SPACES               TO CHECK-KEY
076100     MOVE CHECK-STATE          TO CHECK-KEY(1:8)
076200     MOVE CHECK-SYMBOL         TO CHECK-KEY(9:1)
076210     IF TABLE-TAPE-COUNT > 1
076220         MOVE AB-SYMBOL(CHECK-SUB2) TO CHECK-KEY(10:1)
076230     END-IF
076240     IF TABLE-TAPE-COUNT > 2
076250         MOVE AB-SYMBOL(CHECK-SUB3) TO CHECK-KEY(11:1)
076260     END-IF
076300     SET COVERAGE-NOT-FOUND TO TRUE
076500     SEARCH ALL TRANSITION-ENTRY
076600         AT END
080100 2150-EXIT.
080200     EXIT.

080202******************************************************************
080204*    2170-DETERMINE-VERDICT
080206*    A CARD WHOSE TAPE HALTED NORMALLY IN ONE OF ITS TABLE'S
080208*    DECLARED FINAL STATES TAKES THAT STATE'S VERDICT. EVERY OTHER
080210*    OUTCOME - INCLUDING A CARD THAT NEVER RAN - IS UNDECIDED.
080212******************************************************************
080214 2170-DETERMINE-VERDICT.
080216     SET VERDICT-UNDECIDED TO TRUE
080218     IF HALT-REASON = 'HALTED NORMALLY'
080220         MOVE STATE TO FINAL-CHECK-STATE
080222         PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
080224     END-IF
080226     IF VERDICT-ACCEPT
080228         ADD 1 TO ACCEPT-COUNT
080230     ELSE
080232         IF VERDICT-REJECT
080234             ADD 1 TO REJECT-COUNT
080236         ELSE
080238             ADD 1 TO UNDECIDED-COUNT
080240         END-IF
080242     END-IF.
080244 2170-EXIT.
080246     EXIT.

080300******************************************************************
080400*    2190-WRITE-REPORT-LINE
080500*    WRITES ONE CONSOLIDATED SUMMARY LINE FOR THE JOB CARD JUST
080800 2190-WRITE-REPORT-LINE.
080900     MOVE JC-JOB-NAME    TO SR-JOB-NAME
081000     MOVE SPACE          TO SR-SEP1
081100     MOVE ST-START-TAPE  TO SR-START-TAPE
081200     MOVE SPACE          TO SR-SEP2
081300     MOVE TAPE-ENTRY     TO SR-FINAL-TAPE
081400     MOVE SPACE          TO SR-SEP3
081900     MOVE ELAPSED-CC     TO SR-ELAPSED
082000     MOVE SPACE          TO SR-SEP6
082100     MOVE HALT-REASON    TO SR-HALT-REASON
082120     MOVE SPACE          TO SR-SEP7
082125     MOVE VERDICT        TO SR-VERDICT
082130     IF STAGE-NUM = ZERO
082135         MOVE SPACES         TO SR-PIPE-AREA
082140     ELSE
082145         MOVE SPACE          TO SR-SEP8
082150         MOVE 'STAGE '       TO SR-STAGE-LABEL
082155         MOVE STAGE-NUM      TO SR-STAGE-NUM
082160         MOVE SPACE          TO SR-SEP9
082165         MOVE RUN-MACHINE    TO SR-STAGE-MACHINE
082170     END-IF
082200     WRITE SUMRPT-RECORD.
082300 2190-EXIT.
082400     EXIT.

082401******************************************************************
082402*    2200-RUN-PIPELINE
082403*    RUNS A PIPELINE CARD'S STAGES IN ORDER UP TO THE FIRST BLANK
082404*    STAGE COLUMN. THE CARD'S START TAPES FEED STAGE 1 AND EACH
082405*    STAGE THAT HALTS NORMALLY - IN HALT OR IN A FINAL STATE,
082406*    WHATEVER ITS VERDICT - FEEDS ITS FINAL TAPES TO THE NEXT.
082407*    ANY OTHER OUTCOME, A FAILED DECK EDIT INCLUDED, STOPS THE
082408*    CHAIN: THE STAGES AFTER IT ARE LISTED AS NOT RUN.
082409******************************************************************
082410 2200-RUN-PIPELINE.
082411     SET CHAIN-RUNNING TO TRUE
082412     PERFORM 2210-RUN-ONE-STAGE THRU 2210-EXIT
082413         VARYING STAGE-SUB FROM 1 BY 1
082414         UNTIL STAGE-SUB > PIPE-STAGE-MAX
082415     IF CHAIN-STOPPED
082416         ADD 1 TO CHAIN-STOP-COUNT
082417     END-IF.
082418 2200-EXIT.
082419     EXIT.

082420 2210-RUN-ONE-STAGE.
082421     IF JC-STAGE-MACHINE(STAGE-SUB) = SPACES
082422         MOVE PIPE-STAGE-MAX TO STAGE-SUB
082423         GO TO 2210-EXIT
082424     END-IF
082425     MOVE JC-STAGE-MACHINE(STAGE-SUB) TO RUN-MACHINE
082426     MOVE STAGE-SUB TO STAGE-NUM
082427     IF CHAIN-STOPPED
082428         PERFORM 2230-WRITE-SKIPPED-STAGE THRU 2230-EXIT
082429         GO TO 2210-EXIT
082430     END-IF
082431     PERFORM 2100-PROCESS-ONE-JOB THRU 2100-EXIT
082432     IF HALT-REASON = 'HALTED NORMALLY'
082433         PERFORM 2220-CARRY-TAPES THRU 2220-EXIT
082434     ELSE
082435         SET CHAIN-STOPPED TO TRUE
082436     END-IF.
082437 2210-EXIT.
082438     EXIT.

082439******************************************************************
082440*    2220-CARRY-TAPES
082441*    THE FINAL TAPES OF THE STAGE JUST RUN BECOME THE START TAPES
082442*    OF THE NEXT. A TAPE THIS STAGE DID NOT USE STARTS BLANK.
082443******************************************************************
082444 2220-CARRY-TAPES.
082445     MOVE SPACES     TO STAGE-TAPE-SET
082446     MOVE TAPE-ENTRY TO ST-START-TAPE
082447     PERFORM 2225-CARRY-EXTRA-TAPE THRU 2225-EXIT
082448         VARYING XT-SUB FROM 1 BY 1
082449         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
082450 2220-EXIT.
082451     EXIT.

082452 2225-CARRY-EXTRA-TAPE.
082453     MOVE XT-TAPE-ENTRY(XT-SUB) TO ST-X-START-TAPE(XT-SUB).
082454 2225-EXIT.
082455     EXIT.

082456******************************************************************
082457*    2230-WRITE-SKIPPED-STAGE
082458*    A STAGE AFTER THE ONE THAT STOPPED THE CHAIN. IT IS LISTED
082459*    ON SUMRPT SO THE WHOLE PIPELINE SHOWS, BUT IT DID NOT RUN -
082460*    NO RUN-HISTORY RECORD AND NO VERDICT COUNT, AS FOR A
082461*    DEFERRED CARD.
082462******************************************************************
082463 2230-WRITE-SKIPPED-STAGE.
082464     MOVE SPACES          TO STAGE-TAPE-SET
082465     MOVE SPACES          TO TAPE-ENTRY
082466     MOVE SPACES          TO STATE
082467     MOVE SPACES          TO VERDICT
082468     MOVE ZERO            TO STEP-COUNT
082469     MOVE ZERO            TO ELAPSED-CC
082470     MOVE 'CHAIN STOPPED' TO HALT-REASON
082471     PERFORM 2190-WRITE-REPORT-LINE THRU 2190-EXIT.
082472 2230-EXIT.
082473     EXIT.

082500******************************************************************
082600*    3000-RUN-MACHINE
082700*    DRIVES THE CURRENT JOB CARD'S TAPE UNTIL THE MACHINE REACHES
082750*    STATE HALT OR A DECLARED FINAL STATE, OR RUNS AWAY PAST
082800*    MAX-STEPS.
082900******************************************************************
083000 3000-RUN-MACHINE.
083020     MOVE STATE TO FINAL-CHECK-STATE
083040     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
083100     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT
083200         UNTIL STATE = 'HALT' OR FINAL-HIT OR RUNAWAY-DETECTED.
083300 3000-EXIT.
083400     EXIT.

084200         MOVE TAPE-ENTRY(HEAD:1)   TO READ-SYMBOL
084300         MOVE STATE                TO TRANSITION-KEY(1:8)
084400         MOVE READ-SYMBOL          TO TRANSITION-KEY(9:1)
084420         PERFORM 3110-READ-EXTRA-TAPE THRU 3110-EXIT
084440             VARYING XT-SUB FROM 1 BY 1
084460             UNTIL XT-SUB >= TABLE-TAPE-COUNT
084500         PERFORM 4000-DETERMINE-ACTION THRU 4000-EXIT
084600         IF NEXT-STATE = SPACES
084700             MOVE 'NO VALID TRANSITION' TO HALT-REASON
085000             MOVE NEXT-STATE   TO STATE
085100             MOVE WRITE-SYMBOL TO TAPE-ENTRY(HEAD:1)
085200             COMPUTE NEW-HEAD = HEAD + DIRECTION
085220             SET HEADS-ON-TAPE TO TRUE
085240             IF NEW-HEAD < 1 OR NEW-HEAD > TAPE-LENGTH
085260                 SET HEAD-OFF-TAPE TO TRUE
085280             END-IF
085300             PERFORM 3120-WRITE-EXTRA-TAPE THRU 3120-EXIT
085320                 VARYING XT-SUB FROM 1 BY 1
085340                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
085360             IF HEAD-OFF-TAPE
085400                 MOVE 'RAN OFF TAPE' TO HALT-REASON
085500                 MOVE 'HALT' TO STATE
085600             ELSE
085700                 MOVE NEW-HEAD TO HEAD
085720                 PERFORM 3130-MOVE-EXTRA-HEAD THRU 3130-EXIT
085740                     VARYING XT-SUB FROM 1 BY 1
085760                     UNTIL XT-SUB >= TABLE-TAPE-COUNT
085800             END-IF
085820             MOVE STATE TO FINAL-CHECK-STATE
085840             PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
085900         END-IF
086000     END-IF.
086100 3100-EXIT.
086200     EXIT.

086202******************************************************************
086204*    3110-READ-EXTRA-TAPE
086206*    3120-WRITE-EXTRA-TAPE
086208*    3130-MOVE-EXTRA-HEAD
086210*    TAPES 2-3 OF A MULTI-TAPE MACHINE - SAME CONVENTION AS
086212*    TuringMachine: EVERY TAPE IS WRITTEN BEFORE ANY HEAD MOVES,
086214*    AND IF ANY HEAD WOULD LEAVE ITS TAPE NO HEAD MOVES AT ALL.
086216******************************************************************
086218 3110-READ-EXTRA-TAPE.
086220     MOVE XT-TAPE-ENTRY(XT-SUB)(XT-HEAD(XT-SUB):1)
086222         TO XT-READ-SYMBOL(XT-SUB)
086224     MOVE XT-READ-SYMBOL(XT-SUB) TO TK-X-READ-SYMBOL(XT-SUB).
086226 3110-EXIT.
086228     EXIT.

086230 3120-WRITE-EXTRA-TAPE.
086232     MOVE XT-WRITE-SYMBOL(XT-SUB)
086234         TO XT-TAPE-ENTRY(XT-SUB)(XT-HEAD(XT-SUB):1)
086236     COMPUTE XT-NEW-HEAD(XT-SUB) =
086238         XT-HEAD(XT-SUB) + XT-DIRECTION(XT-SUB)
086240     IF XT-NEW-HEAD(XT-SUB) < 1
086242         OR XT-NEW-HEAD(XT-SUB) > TAPE-LENGTH
086244         SET HEAD-OFF-TAPE TO TRUE
086246     END-IF.
086248 3120-EXIT.
086250     EXIT.

086252 3130-MOVE-EXTRA-HEAD.
086254     MOVE XT-NEW-HEAD(XT-SUB) TO XT-HEAD(XT-SUB).
086256 3130-EXIT.
086258     EXIT.

086300******************************************************************
086400*    4000-DETERMINE-ACTION
086500*    LOOKS UP TRANSITION-KEY IN THE TABLE LOADED FOR THIS JOB
086900     MOVE SPACES TO NEXT-STATE
087000     MOVE SPACE  TO WRITE-SYMBOL
087100     MOVE 0      TO DIRECTION
087150     PERFORM 4005-CLEAR-EXTRA-ACTION THRU 4005-EXIT
087200         VARYING XT-SUB FROM 1 BY 1
087250         UNTIL XT-SUB >= TABLE-TAPE-COUNT
087300     SEARCH ALL TRANSITION-ENTRY
087400         AT END
087500             CONTINUE
087600         WHEN TT-KEY(TT-IDX) = TRANSITION-KEY
087700             MOVE TT-NEXT-STATE(TT-IDX)   TO NEXT-STATE
087800             MOVE TT-WRITE-SYMBOL(TT-IDX) TO WRITE-SYMBOL
087820             MOVE TT-DIRECTION(TT-IDX)    TO DIRECTION
087840             PERFORM 4010-TAKE-EXTRA-ACTION THRU 4010-EXIT
087860                 VARYING XT-SUB FROM 1 BY 1
087880                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
088000     END-SEARCH.
088100 4000-EXIT.
088200     EXIT.

088202 4005-CLEAR-EXTRA-ACTION.
088204     MOVE SPACE TO XT-WRITE-SYMBOL(XT-SUB)
088206     MOVE 0     TO XT-DIRECTION(XT-SUB).
088208 4005-EXIT.
088210     EXIT.

088212 4010-TAKE-EXTRA-ACTION.
088214     MOVE TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB)
088216         TO XT-WRITE-SYMBOL(XT-SUB)
088218     MOVE TT-X-DIRECTION(TT-IDX, XT-SUB)
088220         TO XT-DIRECTION(XT-SUB).
088222 4010-EXIT.
088224     EXIT.

088250******************************************************************
088251*    4100-CHECK-FINAL-STATE
088252*    LOOKS UP FINAL-CHECK-STATE AMONG THE FINAL STATES DECLARED
088253*    IN THE JOB CARD'S TABLE. A HIT SETS FINAL-HIT AND MOVES THE
088254*    STATE'S VERDICT TO VERDICT.
088255******************************************************************
088256 4100-CHECK-FINAL-STATE.
088257     SET FINAL-NO-HIT TO TRUE
088258     IF FINAL-STATE-COUNT > ZERO
088259         SET FS-IDX TO 1
088260         SEARCH FINAL-STATE-ENTRY
088261             AT END
088262                 CONTINUE
088263             WHEN FS-STATE(FS-IDX) = FINAL-CHECK-STATE
088264                 SET FINAL-HIT TO TRUE
088265                 MOVE FS-VERDICT(FS-IDX) TO VERDICT
088266         END-SEARCH
088267     END-IF.
088268 4100-EXIT.
088269     EXIT.

088271******************************************************************
088273*    8900-WRITE-EXCEPTION
088275*    APPENDS ONE RECORD TO THE SHARED EXCEPTION FILE. THE CALLER
088277*    FILLS SEVERITY, CATEGORY, IDENTITY AND MESSAGE; THE RECORD
088279*    IS CLEARED AGAIN FOR THE NEXT ONE.
088281******************************************************************
088283 8900-WRITE-EXCEPTION.
088285     MOVE RUN-DATE      TO XC-RUN-DATE
088287     MOVE 'TMDRIVER'    TO XC-PROGRAM
088289     WRITE EXCEPTION-RECORD
088291     MOVE SPACES TO EXCEPTION-RECORD
088293     MOVE ZERO TO XC-UNIT-NUM.
088295 8900-EXIT.
088297     EXIT.

088300******************************************************************
088400*    9000-TERMINATE
088500*    END-OF-RUN HOUSEKEEPING. A DECK WITH ONE OR MORE JOB CARDS
089300         CLOSE JOBDECK
089310         CLOSE RUNHIST
089320         CLOSE DEFERRED
089340         PERFORM 9010-WRITE-VERDICT-SUMMARY THRU 9010-EXIT
089400     END-IF
089500     CLOSE SUMRPT
089550     CLOSE EXCPFILE
089600     IF RUNAWAY-COUNT > 0
089700         MOVE 16 TO RETURN-CODE
089800         DISPLAY 'ABEND CONDITION(S) - ' RUNAWAY-COUNT
090980     END-IF
090990     COMPUTE JOBS-RUN-COUNT = JOB-COUNT - DEFER-COUNT
091000     DISPLAY 'Jobs processed: ' JOBS-RUN-COUNT
091010         '  Deferred: ' DEFER-COUNT
091030     DISPLAY 'Jobs accepted: ' ACCEPT-COUNT
091050         ' rejected: ' REJECT-COUNT
091055         ' undecided: ' UNDECIDED-COUNT
091060     IF CHAIN-STOP-COUNT > 0
091065         DISPLAY 'PIPELINE(S) STOPPED SHORT - ' CHAIN-STOP-COUNT
091070             ' CARD(S). SEE SUMRPT.'
091075     END-IF.
091100 9000-EXIT.
091200     EXIT.

091202******************************************************************
091204*    9010-WRITE-VERDICT-SUMMARY
091206*    WRITES THE VERDICT COUNTS AT THE FOOT OF SUMRPT - HOW MANY
091208*    JOB CARDS THE DECK ACCEPTED, REJECTED AND LEFT UNDECIDED.
091210*    DEFERRED CARDS DID NOT RUN AND ARE NOT COUNTED.
091212******************************************************************
091214 9010-WRITE-VERDICT-SUMMARY.
091216     MOVE SPACES TO SUMRPT-HEADER-RECORD
091218     MOVE 'VERDICTS ACCEPT ' TO SUMRPT-HEADER-RECORD
091220     MOVE ACCEPT-COUNT TO VERDICT-COUNT-DISP
091222     MOVE VERDICT-COUNT-DISP TO SUMRPT-HEADER-RECORD(17:6)
091224     MOVE ' REJECT ' TO SUMRPT-HEADER-RECORD(23:8)
091226     MOVE REJECT-COUNT TO VERDICT-COUNT-DISP
091228     MOVE VERDICT-COUNT-DISP TO SUMRPT-HEADER-RECORD(31:6)
091230     MOVE ' UNDECIDED ' TO SUMRPT-HEADER-RECORD(37:11)
091232     MOVE UNDECIDED-COUNT TO VERDICT-COUNT-DISP
091234     MOVE VERDICT-COUNT-DISP TO SUMRPT-HEADER-RECORD(48:6)
091236     WRITE SUMRPT-HEADER-RECORD.
091238 9010-EXIT.
091240     EXIT.

091300 END PROGRAM TMDRIVER.
