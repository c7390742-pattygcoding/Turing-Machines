002700*                  CATALOG ENTRY CAN NO LONGER POINT AT NOTHING.
002800*                  ANY REJECT ENDS THE STEP RC=4 SO THE EDITS GET
002900*                  A SECOND LOOK BEFORE CATNEW IS PROMOTED.
002920* 2026-10-15  RH   TRANCHK RECORD WIDENED TO THE 31-BYTE MULTI-
002940*                  TAPE RULE (SEE TMTRANRC).
002950* 2026-10-15  RH   EVERY REJECTED CARD IS ALSO APPENDED TO THE
002960*                  SHARED EXCEPTION FILE EXCPFILE (SEE TMEXCPRC)
002970*                  FOR THE MORNING EXCEPTION REPORT, TMEXCRPT.
002972* 2026-10-15  RH   EVERY CARD'S USER ID IS PROVED AGAINST THE
002974*                  AUTHORIZED-SIGNER FILE SIGNERS (SEE TMSIGNRC).
002976*                  A SIGNER NOT ON FILE (34), EXPIRED (36), NOT
002978*                  ALLOWED TO MAINTAIN THE CATALOG (38) OR NOT IN
002980*                  THE MACHINE'S OWNING AREA, AS IT STANDS AND AS
002982*                  THE CARD WOULD LEAVE IT, (40) IS REJECTED.
002984* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002986*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002988*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002990*                  THE STEP RC=8. SIGNER EXPIRY IS CHECKED AGAINST
002992*                  IT. THE HEADING SHOWS THE BUSINESS DATE AND THE
002994*                  CLOCK DATE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004200     SELECT CATERRS ASSIGN TO "CATERRS"
004300         ORGANIZATION IS LINE SEQUENTIAL.

004320     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
004340         ORGANIZATION IS LINE SEQUENTIAL.

004350     SELECT SIGNERS ASSIGN TO "SIGNERS"
004360         ORGANIZATION IS LINE SEQUENTIAL
004370         FILE STATUS IS SIGNERS-STATUS.

004400     SELECT TRANCHK ASSIGN TO DYNAMIC TRAN-DSN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TRANCHK-STATUS.

004620     SELECT BUSDATE ASSIGN TO "BUSDATE"
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS BUSDATE-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CATMAST.
009300     05  ER-CARD                 PIC X(72).

009310 FD  TRANCHK.
009320 01  TRANCHK-RECORD              PIC X(31).

009340 FD  EXCPFILE.
009360     COPY TMEXCPRC.

009370 FD  SIGNERS.
009380     COPY TMSIGNRC.

009385 FD  BUSDATE.
009390     COPY TMBDATRC.

009400 WORKING-STORAGE SECTION.
009500******************************************************************
012400             INDEXED BY CN-IDX.
012500         10  CN-NAME             PIC X(08).

012510******************************************************************
012520* AUTHORIZED SIGNERS - SHARED LAYOUT, SEE COPYLIB/TMSIGNTB. EVERY
012530* CARD'S USER ID IS PROVED AGAINST IT BEFORE THE CARD IS APPLIED.
012540******************************************************************
012550 COPY TMSIGNTB.
012560 77  SIGNERS-STATUS              PIC X(02).
012570 77  SIGNERS-EOF-SW              PIC X(01) VALUE 'N'.
012580     88  SIGNERS-EOF                         VALUE 'Y'.
012590     88  SIGNERS-NOT-EOF                     VALUE 'N'.

012600******************************************************************
012700* NEW-GENERATION OUTPUT WORK RECORD - SAME COLUMNS AS CATMAST.
012800******************************************************************
013700******************************************************************
013800 77  TRAN-DSN                    PIC X(08).
013900 77  TRANCHK-STATUS              PIC X(02).
013920 77  BUSDATE-STATUS              PIC X(02).
013940 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
013960     88  BUSDATE-FOUND                       VALUE 'Y'.
013980     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
014000 77  ENTRY-POS                   PIC 9(04) COMP.
014100 77  CARD-COUNT                  PIC 9(04) COMP VALUE ZERO.
014200 77  APPLIED-COUNT               PIC 9(04) COMP VALUE ZERO.
014300 77  REJECT-COUNT                PIC 9(04) COMP VALUE ZERO.
014400 77  REJECT-CODE                 PIC X(02).
014500 77  REJECT-REASON               PIC X(24).
014550 77  RUN-DATE                    PIC 9(08).
014570 77  CLOCK-DATE                  PIC 9(08).

014600******************************************************************
014700* SWITCHES
017000*    PROGRAM ENTRY POINT.
017100******************************************************************
017200 0000-MAINLINE.
017220     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
017240     IF BUSDATE-NOT-FOUND
017260         GO TO 0000-EXIT
017280     END-IF
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400     PERFORM 2000-PROCESS-CHANGE-CARDS THRU 2000-EXIT
017500     PERFORM 3000-WRITE-NEW-CATALOG THRU 3000-EXIT
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017602 0000-EXIT.
017604     STOP RUN.

017606******************************************************************
017608*    0100-LOAD-BUSINESS-DATE
017610*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
017612*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
017614*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
017616*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
017618*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
017620*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
017622*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
017624******************************************************************
017626 0100-LOAD-BUSINESS-DATE.
017628     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
017630     OPEN INPUT BUSDATE
017632     IF BUSDATE-STATUS NOT = '00'
017634         GO TO 0100-REFUSE
017636     END-IF
017638     READ BUSDATE
017640         AT END
017642             CONTINUE
017644     END-READ
017646     IF BUSDATE-STATUS = '00'
017648         AND BD-CONTROL-RECORD
017650         AND BD-CURRENT-DATE IS NUMERIC
017652         AND BD-PRIOR-DATE IS NUMERIC
017654         AND BD-CURRENT-DATE > BD-PRIOR-DATE
017656         MOVE BD-CURRENT-DATE TO RUN-DATE
017658         SET BUSDATE-FOUND TO TRUE
017660     END-IF
017662     CLOSE BUSDATE
017664     IF BUSDATE-FOUND
017666         GO TO 0100-EXIT
017668     END-IF.
017670 0100-REFUSE.
017672     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
017674         'STEP STOPPED'
017676     MOVE 8 TO RETURN-CODE.
017678 0100-EXIT.
017680     EXIT.

017800******************************************************************
017900*    1000-INITIALIZE
018000*    LOADS THE CATALOG MASTER AND THE SIGNER FILE AND OPENS THE
018100*    THREE OUTPUTS - SAME SHAPE AS TMTRANMT'S STARTUP.
018200******************************************************************
018300 1000-INITIALIZE.
018400     OPEN INPUT CATMAST
018500     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
018600     CLOSE CATMAST
018650     PERFORM 1200-LOAD-SIGNERS THRU 1200-EXIT
018700     OPEN INPUT CATCARDS
018800     OPEN OUTPUT CATNEW
018900     OPEN OUTPUT CATLIST
019000     OPEN OUTPUT CATERRS
019020     OPEN EXTEND EXCPFILE
019040     MOVE SPACES TO EXCEPTION-RECORD
019060     MOVE ZERO TO XC-UNIT-NUM
019100     PERFORM 1900-WRITE-LIST-HEADER THRU 1900-EXIT.
019200 1000-EXIT.
019300     EXIT.
021800 1120-EXIT.
021900     EXIT.

021901******************************************************************
021902*    1200-LOAD-SIGNERS
021903*    LOADS THE AUTHORIZED-SIGNER FILE (SEE TMSIGNRC, TMSIGNTB).
021904*    WITHOUT IT NO SIGNATURE CAN BE PROVED, SO EVERY ONE IS
021905*    REFUSED AS NOT ON FILE - THE STEP NEVER FALLS BACK TO
021906*    TAKING A CARD'S USER ID ON TRUST. A SIGNER WITH NO VALID
021907*    EXPIRY DATE IS LOADED AS ALREADY EXPIRED.
021908******************************************************************
021909 1200-LOAD-SIGNERS.
021910     MOVE ZERO TO SIGNER-COUNT
021911     OPEN INPUT SIGNERS
021912     IF SIGNERS-STATUS NOT = '00'
021913         DISPLAY 'SIGNERS FILE NOT AVAILABLE - EVERY SIGNATURE'
021914             ' WILL BE REFUSED'
021915         GO TO 1200-EXIT
021916     END-IF
021917     PERFORM 1210-READ-SIGNER THRU 1210-EXIT
021918     PERFORM 1220-STORE-SIGNER THRU 1220-EXIT
021919         UNTIL SIGNERS-EOF
021920     CLOSE SIGNERS.
021921 1200-EXIT.
021922     EXIT.

021923 1210-READ-SIGNER.
021924     READ SIGNERS
021925         AT END
021926             SET SIGNERS-EOF TO TRUE
021927     END-READ.
021928 1210-EXIT.
021929     EXIT.

021930 1220-STORE-SIGNER.
021931     IF SG-USER-ID = SPACES
021932         GO TO 1220-READ-NEXT
021933     END-IF
021934     IF SIGNER-COUNT >= SIGNER-MAX
021935         DISPLAY 'SIGNER ' SG-USER-ID
021936             ' PAST SIGNER-MAX - NOT LOADED'
021937         GO TO 1220-READ-NEXT
021938     END-IF
021939     ADD 1 TO SIGNER-COUNT
021940     SET SN-IDX TO SIGNER-COUNT
021941     MOVE SG-USER-ID      TO SN-USER-ID(SN-IDX)
021942     MOVE SG-AREA-LIST    TO SN-AREA-LIST(SN-IDX)
021943     MOVE SG-AUTH-EDIT    TO SN-AUTH-EDIT(SN-IDX)
021944     MOVE SG-AUTH-CATALOG TO SN-AUTH-CATALOG(SN-IDX)
021945     MOVE SG-AUTH-PROMOTE TO SN-AUTH-PROMOTE(SN-IDX)
021946     IF SG-EXPIRY-DATE IS NUMERIC
021947         MOVE SG-EXPIRY-DATE TO SN-EXPIRY-DATE(SN-IDX)
021948     ELSE
021949         MOVE ZERO TO SN-EXPIRY-DATE(SN-IDX)
021950     END-IF.
021951 1220-READ-NEXT.
021952     PERFORM 1210-READ-SIGNER THRU 1210-EXIT.
021953 1220-EXIT.
021954     EXIT.

022000 1900-WRITE-LIST-HEADER.
022100     MOVE SPACES TO CATLIST-LINE
022200     MOVE 'MACHINE CATALOG CHANGE LISTING' TO CATLIST-LINE
022220     WRITE CATLIST-LINE
022240     MOVE SPACES TO CATLIST-LINE
022260     MOVE 'BUSINESS DATE: ' TO CATLIST-LINE
022280     MOVE RUN-DATE TO CATLIST-LINE(16:8)
022300     MOVE ' CLOCK DATE: ' TO CATLIST-LINE(24:13)
022320     MOVE CLOCK-DATE TO CATLIST-LINE(37:8)
022340     WRITE CATLIST-LINE.
022400 1900-EXIT.
022500     EXIT.

027000*    EDITS THE CARD BEFORE IT TOUCHES THE CATALOG. THE FIRST
027100*    PROBLEM FOUND SETS THE REJECT CODE - ACTION, MACHINE NAME,
027200*    USER ID, THE ADD/REPLACE FIELD SET, THE READABLE-TABLE
027250*    CHECK ON THE DSN, THE SIGNER'S AUTHORITY, AND ONE-CHANGE-
027300*    PER-NAME-PER-RUN.
027400******************************************************************
027500 2110-VALIDATE-CARD.
027600     MOVE SPACES TO REJECT-CODE
030900             GO TO 2110-EXIT
031000         END-IF
031100     END-IF
031120     PERFORM 2117-CHECK-CARD-SIGNER THRU 2117-EXIT
031140     IF REJECT-CODE NOT = SPACES
031160         GO TO 2110-EXIT
031180     END-IF
031200     PERFORM 2120-CHECK-DUPLICATE THRU 2120-EXIT
031300     IF CN-FOUND
031400         MOVE '24' TO REJECT-CODE
034300 2115-EXIT.
034400     EXIT.

034402******************************************************************
034404*    2117-CHECK-CARD-SIGNER
034406*    THE CARD'S SIGNER MUST BE ON FILE, IN DATE, ALLOWED TO
034408*    MAINTAIN THE CATALOG, AND ACT FOR THE MACHINE'S OWNING AREA -
034410*    THE AREA ON THE MASTER NOW FOR A REPLACE OR DEACTIVATE, AND
034412*    THE AREA ON THE CARD FOR AN ADD OR REPLACE, SO NO ONE CAN
034414*    MOVE A MACHINE INTO OR OUT OF AN AREA THAT IS NOT THEIRS. A
034416*    CARD FOR A NAME NOT ON THE MASTER IS LEFT TO THE ACTION'S
034418*    OWN EDIT.
034420******************************************************************
034422 2117-CHECK-CARD-SIGNER.
034424     MOVE CC-USER-ID TO SIGNER-CHECK-USER
034426     SET SIGNER-FOR-CATALOG TO TRUE
034428     PERFORM 2125-FIND-ENTRY THRU 2125-EXIT
034430     IF ENTRY-FOUND
034432         MOVE CAT-OWNER(ENTRY-POS) TO SIGNER-CHECK-AREA
034434         PERFORM 8800-CHECK-SIGNER THRU 8800-EXIT
034436         IF NOT SIGNER-AUTHORIZED
034438             GO TO 2117-REFUSED
034440         END-IF
034442     END-IF
034444     IF CC-ACTION = 'ADD       ' OR 'REPLACE   '
034446         MOVE CC-OWNER TO SIGNER-CHECK-AREA
034448         PERFORM 8800-CHECK-SIGNER THRU 8800-EXIT
034450         IF NOT SIGNER-AUTHORIZED
034452             GO TO 2117-REFUSED
034454         END-IF
034456     END-IF
034458     GO TO 2117-EXIT.
034460 2117-REFUSED.
034462     MOVE SIGNER-RESULT TO REJECT-CODE
034464     MOVE SIGNER-REASON TO REJECT-REASON.
034466 2117-EXIT.
034468     EXIT.

034500 2120-CHECK-DUPLICATE.
034600     SET CN-NOT-FOUND TO TRUE
034700     IF CHANGED-NAME-COUNT > ZERO
045300     MOVE REJECT-REASON TO ER-REASON
045400     MOVE SPACE         TO ER-SEP2
045500     MOVE CHANGE-CARD   TO ER-CARD
045520     WRITE ERR-RECORD
045540     MOVE 'E'             TO XC-SEVERITY
045560     MOVE 'CATERRS'       TO XC-CATEGORY
045580     MOVE CARD-COUNT      TO XC-UNIT-NUM
045600     MOVE CC-MACHINE-NAME TO XC-MACHINE
045620     STRING 'CATALOG CARD REJECTED - ' REJECT-CODE ' '
045640         REJECT-REASON DELIMITED BY SIZE INTO XC-MESSAGE
045660     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
045700 2160-EXIT.
045800     EXIT.

051800 3010-EXIT.
051900     EXIT.

051901******************************************************************
051902*    8800-CHECK-SIGNER
051903*    PROVES ONE SIGNATURE AGAINST THE SIGNER TABLE. THE CALLER
051904*    SETS SIGNER-CHECK-USER, SIGNER-CHECK-AREA AND THE FUNCTION;
051905*    THE FIRST FAILURE FOUND IS LEFT IN SIGNER-RESULT (THE REASON
051906*    CODE) AND SIGNER-REASON - NOT ON FILE, EXPIRED (THE EXPIRY
051907*    DATE IS THE LAST GOOD DAY), NO AUTHORITY FOR THE FUNCTION,
051908*    THEN NOT IN THE OWNING AREA. A MACHINE WITH NO OWNER ON THE
051909*    CATALOG MATCHES NO SIGNER'S AREA.
051910******************************************************************
051911 8800-CHECK-SIGNER.
051912     SET SIGNER-UNKNOWN TO TRUE
051913     MOVE 'SIGNER NOT ON FILE' TO SIGNER-REASON
051914     IF SIGNER-COUNT = ZERO
051915         GO TO 8800-EXIT
051916     END-IF
051917     SET SN-IDX TO 1
051918     SEARCH SIGNER-ENTRY
051919         AT END
051920             GO TO 8800-EXIT
051921         WHEN SN-USER-ID(SN-IDX) = SIGNER-CHECK-USER
051922             CONTINUE
051923     END-SEARCH
051924     IF SN-EXPIRY-DATE(SN-IDX) < RUN-DATE
051925         SET SIGNER-EXPIRED TO TRUE
051926         MOVE 'SIGNER EXPIRED' TO SIGNER-REASON
051927         GO TO 8800-EXIT
051928     END-IF
051929     SET SIGNER-NOT-PERMITTED TO TRUE
051930     MOVE 'SIGNER NOT AUTHORIZED' TO SIGNER-REASON
051931     IF SIGNER-FOR-EDIT AND SN-AUTH-EDIT(SN-IDX) NOT = 'Y'
051932         GO TO 8800-EXIT
051933     END-IF
051934     IF SIGNER-FOR-CATALOG AND SN-AUTH-CATALOG(SN-IDX) NOT = 'Y'
051935         GO TO 8800-EXIT
051936     END-IF
051937     IF SIGNER-FOR-PROMOTE AND SN-AUTH-PROMOTE(SN-IDX) NOT = 'Y'
051938         GO TO 8800-EXIT
051939     END-IF
051940     SET SIGNER-AREA-NOT-FOUND TO TRUE
051941     PERFORM 8810-CHECK-ONE-AREA THRU 8810-EXIT
051942         VARYING SIGNER-AREA-SUB FROM 1 BY 1
051943         UNTIL SIGNER-AREA-SUB > 4
051944             OR SIGNER-AREA-FOUND
051945     IF SIGNER-AREA-NOT-FOUND
051946         SET SIGNER-NOT-IN-AREA TO TRUE
051947         MOVE 'SIGNER NOT IN OWNER AREA' TO SIGNER-REASON
051948         GO TO 8800-EXIT
051949     END-IF
051950     SET SIGNER-AUTHORIZED TO TRUE
051951     MOVE SPACES TO SIGNER-REASON.
051952 8800-EXIT.
051953     EXIT.

051954 8810-CHECK-ONE-AREA.
051955     IF SIGNER-CHECK-AREA NOT = SPACES
051956         AND SN-AREA(SN-IDX, SIGNER-AREA-SUB) = SIGNER-CHECK-AREA
051957         SET SIGNER-AREA-FOUND TO TRUE
051958     END-IF.
051959 8810-EXIT.
051960     EXIT.

052000******************************************************************
052020*    8900-WRITE-EXCEPTION
052040*    APPENDS ONE RECORD TO THE SHARED EXCEPTION FILE. THE CALLER
052060*    FILLS SEVERITY, CATEGORY, IDENTITY AND MESSAGE; THE RECORD
052080*    IS CLEARED AGAIN FOR THE NEXT ONE.
052100******************************************************************
052120 8900-WRITE-EXCEPTION.
052140     MOVE RUN-DATE      TO XC-RUN-DATE
052160     MOVE 'TMCATMT'     TO XC-PROGRAM
052180     WRITE EXCEPTION-RECORD
052200     MOVE SPACES TO EXCEPTION-RECORD
052220     MOVE ZERO TO XC-UNIT-NUM.
052240 8900-EXIT.
052260     EXIT.

052280******************************************************************
052300*    9000-TERMINATE
052320*    END-OF-RUN HOUSEKEEPING. ANY REJECTED CARD ENDS THE STEP
052340*    WITH RETURN-CODE 4 - THE NEW GENERATION IS STILL WRITTEN
052360*    WITH THE CARDS THAT DID APPLY, BUT THE REJECTS ON CATERRS
052380*    NEED A LOOK BEFORE THE CATALOG IS PROMOTED.
052400******************************************************************
052420 9000-TERMINATE.
052440     CLOSE CATCARDS
052460     CLOSE CATNEW
052480     CLOSE CATLIST
052500     CLOSE CATERRS
052520     CLOSE EXCPFILE
052540     IF REJECT-COUNT > ZERO
052560         MOVE 4 TO RETURN-CODE
052580         DISPLAY 'CHANGE CARD(S) REJECTED - ' REJECT-COUNT
052600             ' CARD(S). SEE CATERRS.'
052620     END-IF
052640     DISPLAY 'Cards read: ' CARD-COUNT
052660         '  Applied: ' APPLIED-COUNT
052680         '  Rejected: ' REJECT-COUNT.
052700 9000-EXIT.
052720     EXIT.

052740 END PROGRAM TMCATMT.
