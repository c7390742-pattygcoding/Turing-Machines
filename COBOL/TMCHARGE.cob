003000*                  100 PERCENT OF RECORDED MACHINE TIME - AND
003100*                  THE STEP PROVES IT, ENDING RC=8 IF THE
003200*                  SECTIONS DO NOT CROSS-FOOT TO THE MASTER.
003210* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
003220*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
003230*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
003240*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
003250*                  DATE AND THE CLOCK DATE.
003260* 2026-10-15  RH   'M' IN CHGPARM COLUMN 17 CHARGES THE ACCOUNTING
003270*                  MONTH CLOSED BY THE LATEST MONTH-END ON THE
003280*                  BUSDATE CALENDAR, SO THE MONTH-END STATEMENT NO
003290*                  LONGER NEEDS ITS DATES KEYED.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004600     SELECT CHGRPT ASSIGN TO "CHGRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.

004720     SELECT BUSDATE ASSIGN TO "BUSDATE"
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS BUSDATE-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RUNHIST.
006000 01  CHGPARM-RECORD.
006100     05  CP-FROM-DATE-X          PIC X(08).
006200     05  CP-TO-DATE-X            PIC X(08).
006220     05  CP-PERIOD-TYPE          PIC X(01).
006240         88  CP-MONTH-END-PERIOD            VALUE 'M'.

006300 FD  CHGRPT.
006400 01  CHGRPT-LINE                 PIC X(90).
008500     05  TL-SEP4                 PIC X(01).
008600     05  TL-RUNAWAYS             PIC 9(06).

008620 FD  BUSDATE.
008640     COPY TMBDATRC.

008700 WORKING-STORAGE SECTION.
008800******************************************************************
008900* MACHINE CATALOG - SAME IN-STORAGE SHAPE AND 50-ENTRY CEILING
012800******************************************************************
012900 77  FROM-DATE                   PIC 9(08) VALUE ZERO.
013000 77  TO-DATE                     PIC 9(08) VALUE 99999999.
013002******************************************************************
013004* MONTH-END PERIOD WORK AREAS. THE MONTH RUNS FROM THE DAY AFTER
013006* THE PREVIOUS CALENDAR MONTH-END (THE FIRST OF THE MONTH WHEN THE
013008* CALENDAR HOLDS NO EARLIER ONE) TO THE LATEST MONTH-END NOT AFTER
013010* THE CURRENT BUSINESS DATE.
013012******************************************************************
013014 77  MONTH-END-DATE              PIC 9(08) VALUE ZERO.
013016 77  PRIOR-MONTH-END             PIC 9(08) VALUE ZERO.
013018 01  DAY-WORK-DATE               PIC 9(08).
013020 01  DAY-WORK-PARTS REDEFINES DAY-WORK-DATE.
013022     05  DW-YEAR                 PIC 9(04).
013024     05  DW-MONTH                PIC 9(02).
013026     05  DW-DAY                  PIC 9(02).
013028 01  MONTH-DAYS-VALUES           PIC X(24)
013030         VALUE '312831303130313130313031'.
013032 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
013034     05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
013036 77  MONTH-LAST-DAY              PIC 9(02).
013038 77  LEAP-QUOTIENT               PIC 9(04) COMP.
013040 77  LEAP-REMAINDER              PIC 9(04) COMP.

013100******************************************************************
013200* CONTROL-BREAK AND TOTAL WORK AREAS. THE DIRECT TOTALS ARE
013600* WHOLE MASTER.
013700******************************************************************
013800 77  RUN-DATE                    PIC 9(08).
013850 77  CLOCK-DATE                  PIC 9(08).
013900 77  RECORDS-READ                PIC 9(08) COMP VALUE ZERO.
014000 77  RECORDS-SELECTED            PIC 9(08) COMP VALUE ZERO.
014100 77  DIRECT-UNITS                PIC 9(08) COMP VALUE ZERO.
015700 77  RUNHIST-STATUS              PIC X(02).
015800 77  MCATALOG-STATUS             PIC X(02).
015900 77  CHGPARM-STATUS              PIC X(02).
015920 77  BUSDATE-STATUS              PIC X(02).
015940 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
015960     88  BUSDATE-FOUND                       VALUE 'Y'.
015980     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
016000 77  RUNHIST-EOF-SW              PIC X(01) VALUE 'N'.
016100     88  RUNHIST-EOF                         VALUE 'Y'.
016200     88  RUNHIST-NOT-EOF                     VALUE 'N'.
018100*    PROGRAM ENTRY POINT.
018200******************************************************************
018300 0000-MAINLINE.
018320     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
018340     IF BUSDATE-NOT-FOUND
018360         GO TO 0000-EXIT
018380     END-IF
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     IF INPUTS-PRESENT
018600         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
018800         PERFORM 2600-SORT-BY-AREA THRU 2600-EXIT
018900         PERFORM 3000-WRITE-CHARGEBACK THRU 3000-EXIT
019000     END-IF
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019102 0000-EXIT.
019104     STOP RUN.

019106******************************************************************
019108*    0100-LOAD-BUSINESS-DATE
019110*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
019112*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
019114*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
019116*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
019118*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
019120*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
019122*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
019124******************************************************************
019126 0100-LOAD-BUSINESS-DATE.
019128     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
019130     OPEN INPUT BUSDATE
019132     IF BUSDATE-STATUS NOT = '00'
019134         GO TO 0100-REFUSE
019136     END-IF
019138     READ BUSDATE
019140         AT END
019142             CONTINUE
019144     END-READ
019146     IF BUSDATE-STATUS = '00'
019148         AND BD-CONTROL-RECORD
019150         AND BD-CURRENT-DATE IS NUMERIC
019152         AND BD-PRIOR-DATE IS NUMERIC
019154         AND BD-CURRENT-DATE > BD-PRIOR-DATE
019156         MOVE BD-CURRENT-DATE TO RUN-DATE
019158         SET BUSDATE-FOUND TO TRUE
019160     END-IF
019162     CLOSE BUSDATE
019164     IF BUSDATE-FOUND
019166         GO TO 0100-EXIT
019168     END-IF.
019170 0100-REFUSE.
019172     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
019174         'STEP STOPPED'
019176     MOVE 8 TO RETURN-CODE.
019178 0100-EXIT.
019180     EXIT.

019300******************************************************************
019400*    1000-INITIALIZE
019800*    SEE OR ATTRIBUTE.
019900******************************************************************
020000 1000-INITIALIZE.
020200     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
020300     PERFORM 1200-LOAD-DATE-RANGE THRU 1200-EXIT
020400     OPEN INPUT RUNHIST
024900*    IN COLUMNS 1-8 AND TO-DATE IN COLUMNS 9-16, YYYYMMDD. A
025000*    MISSING CARD OR A BLANK FIELD LEAVES THAT END OF THE RANGE
025100*    WIDE OPEN, SO NO CARD AT ALL MEANS THE WHOLE MASTER.
025120*    'M' IN COLUMN 17 ASKS INSTEAD FOR THE ACCOUNTING MONTH JUST
025140*    CLOSED ON THE BUSDATE CALENDAR AND OVERRIDES COLUMNS 1-16.
025200******************************************************************
025300 1200-LOAD-DATE-RANGE.
025400     OPEN INPUT CHGPARM
026500                 AND CP-TO-DATE-X NOT = '00000000'
026600                 MOVE CP-TO-DATE-X TO TO-DATE
026700             END-IF
026720             IF CP-MONTH-END-PERIOD
026740                 PERFORM 1250-LOAD-MONTH-END THRU 1250-EXIT
026760             END-IF
026800         END-IF
026900         CLOSE CHGPARM
027000     END-IF.
027100 1200-EXIT.
027200     EXIT.

027201******************************************************************
027202*    1250-LOAD-MONTH-END
027203*    ONE PASS OF THE BUSDATE CALENDAR FOR THE LATEST MONTH-END NOT
027204*    AFTER THE CURRENT BUSINESS DATE AND THE ONE BEFORE IT. A
027205*    CALENDAR WITH NO SUCH MONTH-END STOPS THE STEP - THE PERIOD
027206*    IS NOT GUESSED.
027207******************************************************************
027208 1250-LOAD-MONTH-END.
027209     OPEN INPUT BUSDATE
027210     PERFORM 1260-CHECK-CALENDAR THRU 1260-EXIT
027211         UNTIL BUSDATE-STATUS NOT = '00'
027212     CLOSE BUSDATE
027213     IF MONTH-END-DATE = ZERO
027214         SET INPUTS-MISSING TO TRUE
027215         GO TO 1250-EXIT
027216     END-IF
027217     MOVE MONTH-END-DATE TO TO-DATE
027218     IF PRIOR-MONTH-END = ZERO
027219         MOVE MONTH-END-DATE TO DAY-WORK-DATE
027220         MOVE 1 TO DW-DAY
027221     ELSE
027222         MOVE PRIOR-MONTH-END TO DAY-WORK-DATE
027223         PERFORM 1270-ADVANCE-ONE-DAY THRU 1270-EXIT
027224     END-IF
027225     MOVE DAY-WORK-DATE TO FROM-DATE.
027226 1250-EXIT.
027227     EXIT.

027228 1260-CHECK-CALENDAR.
027229     READ BUSDATE
027230         AT END
027231             GO TO 1260-EXIT
027232     END-READ
027233     IF NOT BD-MONTH-END-RECORD
027234         OR BD-CAL-DATE IS NOT NUMERIC
027235         OR BD-CAL-DATE > RUN-DATE
027236         GO TO 1260-EXIT
027237     END-IF
027238     IF BD-CAL-DATE > MONTH-END-DATE
027239         MOVE MONTH-END-DATE TO PRIOR-MONTH-END
027240         MOVE BD-CAL-DATE TO MONTH-END-DATE
027241     ELSE
027242         IF BD-CAL-DATE < MONTH-END-DATE
027243             AND BD-CAL-DATE > PRIOR-MONTH-END
027244             MOVE BD-CAL-DATE TO PRIOR-MONTH-END
027245         END-IF
027246     END-IF.
027247 1260-EXIT.
027248     EXIT.

027249******************************************************************
027250*    1270-ADVANCE-ONE-DAY
027251*    MOVES DAY-WORK-DATE ON ONE CALENDAR DAY, ACROSS MONTH AND
027252*    YEAR ENDS. FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, BUT
027253*    NOT IN A CENTURY YEAR UNLESS IT IS DIVISIBLE BY 400.
027254******************************************************************
027255 1270-ADVANCE-ONE-DAY.
027256     MOVE MONTH-DAYS(DW-MONTH) TO MONTH-LAST-DAY
027257     IF DW-MONTH = 2
027258         DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
027259             REMAINDER LEAP-REMAINDER
027260         IF LEAP-REMAINDER = ZERO
027261             MOVE 29 TO MONTH-LAST-DAY
027262             DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
027263                 REMAINDER LEAP-REMAINDER
027264             IF LEAP-REMAINDER = ZERO
027265                 DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
027266                     REMAINDER LEAP-REMAINDER
027267                 IF LEAP-REMAINDER NOT = ZERO
027268                     MOVE 28 TO MONTH-LAST-DAY
027269                 END-IF
027270             END-IF
027271         END-IF
027272     END-IF
027273     IF DW-DAY < MONTH-LAST-DAY
027274         ADD 1 TO DW-DAY
027275         GO TO 1270-EXIT
027276     END-IF
027277     MOVE 1 TO DW-DAY
027278     IF DW-MONTH < 12
027279         ADD 1 TO DW-MONTH
027280     ELSE
027281         MOVE 1 TO DW-MONTH
027282         ADD 1 TO DW-YEAR
027283     END-IF.
027284 1270-EXIT.
027285     EXIT.

027300 1900-WRITE-REPORT-HEADER.
027400     MOVE SPACES TO CHGRPT-LINE
027500     MOVE 'MACHINE-TIME CHARGEBACK STATEMENT BY OWNING AREA'
027600         TO CHGRPT-LINE
027700     WRITE CHGRPT-LINE
027800     MOVE SPACES TO CHGRPT-LINE
027900     MOVE 'BUSINESS DATE: ' TO CHGRPT-LINE
028000     MOVE RUN-DATE TO CHGRPT-LINE(16:8)
028020     MOVE ' CLOCK DATE: ' TO CHGRPT-LINE(24:13)
028040     MOVE CLOCK-DATE TO CHGRPT-LINE(37:8)
028100     MOVE ' PERIOD ' TO CHGRPT-LINE(46:8)
028200     MOVE FROM-DATE TO CHGRPT-LINE(54:8)
028300     MOVE ' - ' TO CHGRPT-LINE(62:3)
028400     MOVE TO-DATE TO CHGRPT-LINE(65:8)
028500     WRITE CHGRPT-LINE
028600     MOVE SPACES TO CHGRPT-LINE
028700     MOVE '  MACHINE  UNITS  TOTAL-CC   AVG-CC   RUNAWAY'
058700 9000-TERMINATE.
058800     IF INPUTS-MISSING
058900         MOVE 8 TO RETURN-CODE
058950         DISPLAY 'RUNHIST, MCATALOG OR MONTH-END NOT FOUND - NO '
059000             'STATEMENT'
059100         GO TO 9000-EXIT
059200     END-IF
059300     CLOSE RUNHIST
