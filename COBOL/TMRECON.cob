002050*                  EXCLUDED) LESS TAPEREJ REJECTS - EVERY TAPE
002060*                  THAT ACTUALLY RAN. A MISSING TAPEREJ COUNTS
002070*                  AS ZERO REJECTS, NOT AN ERROR.
002080* 2026-10-15  RH   PRTRPT LINE WIDENED TO 135 FOR THE TAPE
002090*                  VERDICT COLUMN.
002092* 2026-10-15  RH   TAPEIN AND TAPEOUT RECORDS WIDENED TO 120 AND
002094*                  TAPEREJ TO 123 FOR MULTI-TAPE MACHINES.
002100* 2026-10-15  RH   BALANCES THE SUPPLIER RETURN FILE (RTNFILE)
002110*                  AGAINST THE BATCH'S BATCHREG RECEIPT: HEADER
002120*                  ECHOES BATCH ID AND CREATE DATE, DETAILS RUN
002130*                  IN SEQUENCE, COUNTS FOOT TO THE TRAILER AND
002140*                  TO THE RECEIPT. A BATCH NOT ON BATCHREG
002150*                  EXPECTS NO RETURN FILE.
002160* 2026-10-15  RH   EVERY OUT-OF-BALANCE CONDITION IS ALSO APPENDED
002170*                  TO THE SHARED EXCEPTION FILE (EXCPFILE, LAYOUT
002180*                  TMEXCPRC) FOR THE MORNING EXCEPTION REPORT.
002181* 2026-10-15  RH   PARTITIONED RUNS. A TAPEIN WHOSE HDR CARRIES
002182*                  THE TMSPLIT PARTITION TAG IS BALANCED AS ONE
002183*                  PARTITION: ITS AUDIT TAPE NUMBERS MUST RUN ON
002184*                  FROM THE PARTITION'S FIRST TAPE AND NO RETURN
002185*                  FILE IS OWED FOR IT. FOR THE MERGED RUN, AN
002186*                  OPTIONAL SPLITCTL IS BALANCED PARTITION BY
002187*                  PARTITION - EACH PARTITION'S PRTRPT LINES AND
002188*                  AUDIT TAPES AGAINST ITS TAPE RANGE, AND THE
002189*                  PARTITIONS' TAPES AGAINST THE ORIGINAL BATCH.
002190*                  A BATCH NOT ON BATCHREG IS CROSS-FOOTED AGAIN
002191*                  (IT HAD BEEN SKIPPED ALONG WITH THE RTNFILE).
002192* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002193*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002194*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002195*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002196*                  DATE AND THE CLOCK DATE.
002199******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS TAPEREJ-STATUS.

003640     SELECT RTNFILE ASSIGN TO "RTNFILE"
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS RTNFILE-STATUS.

003670     SELECT BATCHREG ASSIGN TO "BATCHREG"
003680         ORGANIZATION IS LINE SEQUENTIAL
003690         FILE STATUS IS BATCHREG-STATUS.

003692     SELECT SPLITCTL ASSIGN TO "SPLITCTL"
003694         ORGANIZATION IS LINE SEQUENTIAL
003696         FILE STATUS IS SPLITCTL-STATUS.

003700     SELECT RECONRPT ASSIGN TO "RECONRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.

003820     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
003840         ORGANIZATION IS LINE SEQUENTIAL.

003850     SELECT BUSDATE ASSIGN TO "BUSDATE"
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS BUSDATE-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TAPEIN.
004200 01  TAPE-IN-RECORD              PIC X(120).

004300 FD  TAPEOUT.
004400 01  TAPE-OUT-RECORD             PIC X(120).

004500 FD  PRTRPT.
004600 01  PRTRPT-LINE                 PIC X(135).

004700 FD  AUDITFILE.
004800     COPY TMAUDRC.

004810 FD  TAPEREJ.
004820 01  REJECT-RECORD               PIC X(123).

004830 FD  RTNFILE.
004840     COPY TMRTNRC.

004850 FD  BATCHREG.
004860     COPY TMBREGRC.

004870 FD  SPLITCTL.
004880     COPY TMSPLTRC.

004900 FD  RECONRPT.
005000 01  RECON-LINE                  PIC X(80).
005200     05  TL-LABEL                PIC X(26).
005300     05  TL-COUNT                PIC 9(06).
005400     05  TL-REST                 PIC X(48).
005401 01  RPT-PART-LINE.
005402     05  PL-LABEL                PIC X(10).
005403     05  PL-PART-NUM             PIC 9(02).
005404     05  PL-RANGE-LABEL          PIC X(08).
005405     05  PL-FIRST-TAPE           PIC 9(06).
005406     05  PL-DASH                 PIC X(01).
005407     05  PL-LAST-TAPE            PIC 9(06).
005408     05  PL-COUNT-LABEL          PIC X(08).
005409     05  PL-TAPE-COUNT           PIC 9(06).
005410     05  PL-PRT-LABEL            PIC X(09).
005411     05  PL-PRT-CT               PIC 9(06).
005412     05  PL-AUD-LABEL            PIC X(08).
005413     05  PL-AUD-CT               PIC 9(06).
005414     05  PL-REST                 PIC X(04).

005420 FD  EXCPFILE.
005440     COPY TMEXCPRC.

005460 FD  BUSDATE.
005480     COPY TMBDATRC.

005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700* CONTROL TOTALS - ONE COUNTER PER FILE BEING CROSS-FOOTED
005800******************************************************************
005900 77  RUN-DATE                    PIC 9(08).
005950 77  CLOCK-DATE                  PIC 9(08).
006000 77  TAPEIN-CT                   PIC 9(06) COMP VALUE ZERO.
006100 77  TAPEOUT-CT                  PIC 9(06) COMP VALUE ZERO.
006200 77  PRTRPT-CT                   PIC 9(06) COMP VALUE ZERO.
006620 77  EXPECTED-TAPES              PIC 9(06) COMP VALUE ZERO.
006700 77  MISMATCH-CT                 PIC 9(04) COMP VALUE ZERO.

006701******************************************************************
006702* RETURN-FILE BALANCING. THE TAPEIN HDR NAMES THE BATCH; ITS
006703* BATCHREG RECEIPT IS WHAT THE RETURN FILE MUST ACCOUNT FOR.
006704******************************************************************
006705 77  TAPEIN-BATCH-ID             PIC X(08) VALUE SPACES.
006706 77  RCPT-CREATE-DATE            PIC 9(08) VALUE ZERO.
006707 77  RCPT-RECORD-CT              PIC 9(06) VALUE ZERO.
006708 77  RCPT-CLEAN-CT               PIC 9(06) VALUE ZERO.
006709 77  RCPT-REJECT-CT              PIC 9(06) VALUE ZERO.
006710 77  RTN-DETAIL-CT               PIC 9(06) COMP VALUE ZERO.
006711 77  RTN-CLEAN-CT                PIC 9(06) COMP VALUE ZERO.
006712 77  RTN-REJECT-CT               PIC 9(06) COMP VALUE ZERO.
006713 77  RTN-SEQ-BREAK-CT            PIC 9(06) COMP VALUE ZERO.
006714 77  RTN-TRL-RECORD-CT           PIC 9(06) VALUE ZERO.
006715 77  RTN-TRL-CLEAN-CT            PIC 9(06) VALUE ZERO.
006716 77  RTN-TRL-REJECT-CT           PIC 9(06) VALUE ZERO.

006717******************************************************************
006718* PARTITIONED RUNS. A TAPEIN WHOSE HDR CARRIES THE TMSPLIT TAG IS
006719* ONE PARTITION OF A SPLIT BATCH - ITS TAPE NUMBERS START AT THE
006720* PARTITION'S FIRST TAPE, NOT AT 1, AND ITS RETURN FILE IS BUILT
006721* ONLY FROM THE MERGED RUN. FOR THE MERGED RUN SPLITCTL (WHEN
006722* SUPPLIED) GIVES EVERY PARTITION'S TAPE RANGE; EACH PRTRPT LINE
006723* AND AUDIT TAPE IS TALLIED TO ITS PARTITION AS IT IS COUNTED.
006724******************************************************************
006725 77  RECON-PART-NUM              PIC 9(02) VALUE ZERO.
006726 77  RECON-PART-COUNT            PIC 9(02) VALUE ZERO.
006727 77  RECON-FIRST-TAPE            PIC 9(06) VALUE 1.
006728 77  RECON-LAST-TAPE             PIC 9(06) VALUE ZERO.
006729 77  SPLIT-MAX                   PIC 9(02) COMP VALUE 8.
006730 77  SPLIT-COUNT                 PIC 9(02) COMP VALUE ZERO.
006731 01  SPLIT-TABLE.
006732     05  SPLIT-ENTRY OCCURS 1 TO 8 TIMES
006733             DEPENDING ON SPLIT-COUNT
006734             INDEXED BY SC-IDX.
006735         10  SC-PART-NUM         PIC 9(02).
006736         10  SC-FIRST-TAPE       PIC 9(06).
006737         10  SC-LAST-TAPE        PIC 9(06).
006738         10  SC-TAPE-COUNT       PIC 9(06).
006739         10  SC-PRT-CT           PIC 9(06) COMP.
006740         10  SC-AUD-CT           PIC 9(06) COMP.
006741 77  SPLIT-DECLARED-CT           PIC 9(02) VALUE ZERO.
006742 77  SPLIT-TAPE-TOTAL            PIC 9(06) COMP VALUE ZERO.
006743 77  SPLIT-NEXT-TAPE             PIC 9(06) COMP VALUE 1.
006744 77  SPLIT-OUTSIDE-CT            PIC 9(06) COMP VALUE ZERO.
006745 77  SPLIT-BATCH-BAD-CT          PIC 9(04) COMP VALUE ZERO.
006746 77  SPLIT-RANGE-BAD-CT          PIC 9(04) COMP VALUE ZERO.
006747 77  SPLIT-OVER-MAX-CT           PIC 9(04) COMP VALUE ZERO.
006748 77  LOOKUP-TAPE-NUM             PIC 9(06) VALUE ZERO.
006749 77  SPLITCTL-STATUS             PIC X(02).
006750 77  SPLITCTL-EOF-SW             PIC X(01) VALUE 'N'.
006751     88  SPLITCTL-EOF                        VALUE 'Y'.
006752 77  SPLIT-SW                    PIC X(01) VALUE 'N'.
006753     88  SPLIT-LOADED                        VALUE 'Y'.
006754     88  SPLIT-NOT-LOADED                    VALUE 'N'.
006755 77  SPLIT-FOUND-SW              PIC X(01) VALUE 'N'.
006756     88  SPLIT-PART-FOUND                    VALUE 'Y'.
006757     88  SPLIT-PART-NOT-FOUND                VALUE 'N'.
006758 77  PARTITION-SW                PIC X(01) VALUE 'W'.
006759     88  PARTITION-RECON                     VALUE 'P'.
006760     88  WHOLE-BATCH-RECON                   VALUE 'W'.

006800******************************************************************
006900* FILE STATUS FIELDS AND SWITCHES. A FILE THAT CANNOT BE OPENED
007000* IS ITSELF AN OUT-OF-BALANCE CONDITION - A CANCELED RUN OFTEN
009400 77  AUDITFILE-FOUND-SW          PIC X(01) VALUE 'Y'.
009500     88  AUDITFILE-FOUND                     VALUE 'Y'.
009600     88  AUDITFILE-NOT-FOUND                 VALUE 'N'.
009605 77  RTNFILE-STATUS              PIC X(02).
009610 77  BATCHREG-STATUS             PIC X(02).
009611 77  BUSDATE-STATUS              PIC X(02).
009612 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
009613     88  BUSDATE-FOUND                       VALUE 'Y'.
009614     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
009615 77  RTNFILE-EOF-SW              PIC X(01) VALUE 'N'.
009620     88  RTNFILE-EOF                         VALUE 'Y'.
009625 77  BATCHREG-EOF-SW             PIC X(01) VALUE 'N'.
009630     88  BATCHREG-EOF                        VALUE 'Y'.
009635 77  RTNFILE-FOUND-SW            PIC X(01) VALUE 'Y'.
009640     88  RTNFILE-FOUND                       VALUE 'Y'.
009645     88  RTNFILE-NOT-FOUND                   VALUE 'N'.
009650 77  RECEIPT-SW                  PIC X(01) VALUE 'N'.
009655     88  RECEIPT-FOUND                       VALUE 'Y'.
009660     88  RECEIPT-NOT-FOUND                   VALUE 'N'.
009665 77  RTN-HEADER-SW               PIC X(01) VALUE 'N'.
009670     88  RTN-HEADER-OK                       VALUE 'Y'.
009675     88  RTN-HEADER-BAD                      VALUE 'N'.
009680 77  RTN-TRAILER-SW              PIC X(01) VALUE 'N'.
009685     88  RTN-TRAILER-SEEN                    VALUE 'Y'.
009690     88  RTN-TRAILER-NOT-SEEN                VALUE 'N'.

009700 PROCEDURE DIVISION.
009800******************************************************************
010000*    PROGRAM ENTRY POINT.
010100******************************************************************
010200 0000-MAINLINE.
010220     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
010240     IF BUSDATE-NOT-FOUND
010260         GO TO 0000-EXIT
010280     END-IF
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010400     PERFORM 2100-COUNT-TAPEIN THRU 2100-EXIT
010420     IF WHOLE-BATCH-RECON
010440         PERFORM 2800-LOAD-SPLIT-CONTROL THRU 2800-EXIT
010460     END-IF
010500     PERFORM 2200-COUNT-TAPEOUT THRU 2200-EXIT
010600     PERFORM 2300-COUNT-PRTRPT THRU 2300-EXIT
010700     PERFORM 2400-SCAN-AUDITFILE THRU 2400-EXIT
010710     PERFORM 2500-COUNT-TAPEREJ THRU 2500-EXIT
010720     IF TAPEIN-BATCH-ID NOT = SPACES AND WHOLE-BATCH-RECON
010725         PERFORM 2600-FIND-RECEIPT THRU 2600-EXIT
010730     END-IF
010735     IF RECEIPT-FOUND
010740         PERFORM 2700-SCAN-RTNFILE THRU 2700-EXIT
010760     END-IF
010800     PERFORM 3000-CROSS-FOOT THRU 3000-EXIT
010900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010902 0000-EXIT.
010904     STOP RUN.

010906******************************************************************
010908*    0100-LOAD-BUSINESS-DATE
010910*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
010912*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
010914*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
010916*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
010918*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
010920*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
010922*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
010924******************************************************************
010926 0100-LOAD-BUSINESS-DATE.
010928     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
010930     OPEN INPUT BUSDATE
010932     IF BUSDATE-STATUS NOT = '00'
010934         GO TO 0100-REFUSE
010936     END-IF
010938     READ BUSDATE
010940         AT END
010942             CONTINUE
010944     END-READ
010946     IF BUSDATE-STATUS = '00'
010948         AND BD-CONTROL-RECORD
010950         AND BD-CURRENT-DATE IS NUMERIC
010952         AND BD-PRIOR-DATE IS NUMERIC
010954         AND BD-CURRENT-DATE > BD-PRIOR-DATE
010956         MOVE BD-CURRENT-DATE TO RUN-DATE
010958         SET BUSDATE-FOUND TO TRUE
010960     END-IF
010962     CLOSE BUSDATE
010964     IF BUSDATE-FOUND
010966         GO TO 0100-EXIT
010968     END-IF.
010970 0100-REFUSE.
010972     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
010974         'STEP STOPPED'
010976     MOVE 8 TO RETURN-CODE.
010978 0100-EXIT.
010980     EXIT.

011100******************************************************************
011200*    1000-INITIALIZE
011400******************************************************************
011500 1000-INITIALIZE.
011600     OPEN OUTPUT RECONRPT
011720     OPEN EXTEND EXCPFILE
011740     MOVE SPACES TO EXCEPTION-RECORD
011760     MOVE ZERO TO XC-UNIT-NUM
011800     MOVE SPACES TO RECON-LINE
011900     MOVE 'RUN RECONCILIATION REPORT' TO RECON-LINE
012000     WRITE RECON-LINE
012100     MOVE SPACES TO RECON-LINE
012200     MOVE 'BUSINESS DATE: ' TO RECON-LINE
012300     MOVE RUN-DATE TO RECON-LINE(16:8)
012320     MOVE ' CLOCK DATE: ' TO RECON-LINE(24:13)
012340     MOVE CLOCK-DATE TO RECON-LINE(37:8)
012400     WRITE RECON-LINE
012500     MOVE SPACES TO RECON-LINE
012600     WRITE RECON-LINE.
013800         PERFORM 2110-READ-TAPEIN THRU 2110-EXIT
013810         IF NOT TAPEIN-EOF
013820             AND TAPE-IN-RECORD(1:3) = 'HDR'
013825             MOVE TAPE-IN-RECORD(4:8) TO TAPEIN-BATCH-ID
013826             IF TAPE-IN-RECORD(26:4) = 'PART'
013827                 PERFORM 2130-NOTE-PARTITION THRU 2130-EXIT
013828             END-IF
013830             PERFORM 2110-READ-TAPEIN THRU 2110-EXIT
013840         END-IF
013900         PERFORM 2120-TALLY-TAPEIN THRU 2120-EXIT
015500 2120-EXIT.
015600     EXIT.

015605******************************************************************
015610*    2130-NOTE-PARTITION
015615*    A PARTITION'S AUDIT TAPE NUMBERS RUN ON FROM ITS FIRST TAPE,
015620*    SO THE CONTIGUITY CHECK STARTS THERE INSTEAD OF AT TAPE 1.
015625******************************************************************
015630 2130-NOTE-PARTITION.
015635     SET PARTITION-RECON TO TRUE
015640     MOVE TAPE-IN-RECORD(30:2) TO RECON-PART-NUM
015645     MOVE TAPE-IN-RECORD(32:2) TO RECON-PART-COUNT
015650     IF TAPE-IN-RECORD(34:6) IS NUMERIC
015655         AND TAPE-IN-RECORD(34:6) NOT = '000000'
015660         MOVE TAPE-IN-RECORD(34:6) TO RECON-FIRST-TAPE
015665     END-IF
015670     COMPUTE PREV-TAPE-NUM = RECON-FIRST-TAPE - 1.
015675 2130-EXIT.
015680     EXIT.

015700******************************************************************
015800*    2200-COUNT-TAPEOUT
015900*    COUNTS THE FINAL TAPES THE RUN ACTUALLY WROTE.
021100 2320-TALLY-PRTRPT.
021200     IF PRTRPT-LINE(1:6) IS NUMERIC
021300         ADD 1 TO PRTRPT-CT
021310         IF SPLIT-LOADED
021320             MOVE PRTRPT-LINE(1:6) TO LOOKUP-TAPE-NUM
021330             PERFORM 2830-FIND-PARTITION THRU 2830-EXIT
021340             IF SPLIT-PART-FOUND
021350                 ADD 1 TO SC-PRT-CT (SC-IDX)
021360             END-IF
021370         END-IF
021400     END-IF
021500     PERFORM 2310-READ-PRTRPT THRU 2310-EXIT.
021600 2320-EXIT.
025300             END-IF
025400         END-IF
025500         MOVE AUD-TAPE-NUM TO PREV-TAPE-NUM
025510         IF SPLIT-LOADED
025520             MOVE AUD-TAPE-NUM TO LOOKUP-TAPE-NUM
025530             PERFORM 2830-FIND-PARTITION THRU 2830-EXIT
025540             IF SPLIT-PART-FOUND
025550                 ADD 1 TO SC-AUD-CT (SC-IDX)
025560             END-IF
025570         END-IF
025600     END-IF
025700     PERFORM 2410-READ-AUDIT THRU 2410-EXIT.
025800 2420-EXIT.
026011 2520-EXIT.
026012     EXIT.

026013******************************************************************
026014*    2600-FIND-RECEIPT
026015*    ONLY A BATCH ON BATCHREG (ACCEPTED) IS OWED A RETURN FILE.
026016******************************************************************
026017 2600-FIND-RECEIPT.
026018     OPEN INPUT BATCHREG
026019     IF BATCHREG-STATUS = '00'
026020         PERFORM 2610-READ-REGISTER THRU 2610-EXIT
026021         PERFORM 2620-MATCH-ONE-RECEIPT THRU 2620-EXIT
026022             UNTIL BATCHREG-EOF OR RECEIPT-FOUND
026023         CLOSE BATCHREG
026024     END-IF.
026025 2600-EXIT.
026026     EXIT.

026027 2610-READ-REGISTER.
026028     READ BATCHREG
026029         AT END
026030             SET BATCHREG-EOF TO TRUE
026031     END-READ.
026032 2610-EXIT.
026033     EXIT.

026034 2620-MATCH-ONE-RECEIPT.
026035     IF BR-BATCH-ID = TAPEIN-BATCH-ID
026036         SET RECEIPT-FOUND TO TRUE
026037         MOVE BR-CREATE-DATE  TO RCPT-CREATE-DATE
026038         MOVE BR-RECORD-COUNT TO RCPT-RECORD-CT
026039         MOVE BR-CLEAN-COUNT  TO RCPT-CLEAN-CT
026040         MOVE BR-REJECT-COUNT TO RCPT-REJECT-CT
026041     ELSE
026042         PERFORM 2610-READ-REGISTER THRU 2610-EXIT
026043     END-IF.
026044 2620-EXIT.
026045     EXIT.

026046******************************************************************
026047*    2700-SCAN-RTNFILE
026048*    TALLIES THE RETURN FILE AND CHECKS ITS DETAIL SEQUENCE.
026049******************************************************************
026050 2700-SCAN-RTNFILE.
026051     OPEN INPUT RTNFILE
026052     IF RTNFILE-STATUS NOT = '00'
026053         SET RTNFILE-NOT-FOUND TO TRUE
026054         GO TO 2700-EXIT
026055     END-IF
026056     PERFORM 2710-READ-RTNFILE THRU 2710-EXIT
026057     IF NOT RTNFILE-EOF AND RH-HEADER-PRESENT
026058         IF RH-BATCH-ID = TAPEIN-BATCH-ID
026059             AND RH-CREATE-DATE = RCPT-CREATE-DATE
026060             SET RTN-HEADER-OK TO TRUE
026061         END-IF
026062         PERFORM 2710-READ-RTNFILE THRU 2710-EXIT
026063     END-IF
026064     PERFORM 2720-TALLY-RTNFILE THRU 2720-EXIT
026065         UNTIL RTNFILE-EOF
026066     CLOSE RTNFILE.
026067 2700-EXIT.
026068     EXIT.

026069 2710-READ-RTNFILE.
026070     READ RTNFILE
026071         AT END
026072             SET RTNFILE-EOF TO TRUE
026073     END-READ.
026074 2710-EXIT.
026075     EXIT.

026076 2720-TALLY-RTNFILE.
026077     IF RT-TRAILER-PRESENT AND RTN-TRAILER-NOT-SEEN
026078         SET RTN-TRAILER-SEEN TO TRUE
026079         MOVE RT-RECORD-COUNT TO RTN-TRL-RECORD-CT
026080         MOVE RT-CLEAN-COUNT  TO RTN-TRL-CLEAN-CT
026081         MOVE RT-REJECT-COUNT TO RTN-TRL-REJECT-CT
026082     ELSE
026083         ADD 1 TO RTN-DETAIL-CT
026084         IF RTN-TRAILER-SEEN OR NOT RD-DETAIL-PRESENT
026085             OR RD-SEQ-NUM NOT = RTN-DETAIL-CT
026086             ADD 1 TO RTN-SEQ-BREAK-CT
026087         END-IF
026088         IF RD-CLEAN
026089             ADD 1 TO RTN-CLEAN-CT
026090         END-IF
026091         IF RD-REJECTED
026092             ADD 1 TO RTN-REJECT-CT
026093         END-IF
026094     END-IF
026095     PERFORM 2710-READ-RTNFILE THRU 2710-EXIT.
026096 2720-EXIT.
026097     EXIT.

026107******************************************************************
026117*    2800-LOAD-SPLIT-CONTROL
026127*    A MERGED RUN OF A SPLIT BATCH IS BALANCED AGAINST EACH OF ITS
026137*    PARTITIONS AS WELL AS AS A WHOLE. NO SPLITCTL MEANS THE BATCH
026147*    RAN IN ONE STEP AND THERE IS NOTHING MORE TO BALANCE. THE
026157*    PARTITIONS MUST BE FOR THIS BATCH, NUMBERED 1 TO N, AND COVER
026167*    THE TAPES IN ORDER WITHOUT A GAP OR AN OVERLAP.
026177******************************************************************
026187 2800-LOAD-SPLIT-CONTROL.
026197     OPEN INPUT SPLITCTL
026207     IF SPLITCTL-STATUS NOT = '00'
026217         GO TO 2800-EXIT
026227     END-IF
026237     SET SPLIT-LOADED TO TRUE
026247     PERFORM 2810-READ-SPLITCTL THRU 2810-EXIT
026257     PERFORM 2820-STORE-PARTITION THRU 2820-EXIT
026267         UNTIL SPLITCTL-EOF
026277     CLOSE SPLITCTL
026287     IF SPLIT-DECLARED-CT NOT = SPLIT-COUNT
026297         ADD 1 TO SPLIT-RANGE-BAD-CT
026307     END-IF.
026317 2800-EXIT.
026327     EXIT.

026337 2810-READ-SPLITCTL.
026347     READ SPLITCTL
026357         AT END
026367             SET SPLITCTL-EOF TO TRUE
026377     END-READ.
026387 2810-EXIT.
026397     EXIT.

026407 2820-STORE-PARTITION.
026417     IF SP-BATCH-ID NOT = TAPEIN-BATCH-ID
026427         ADD 1 TO SPLIT-BATCH-BAD-CT
026437     END-IF
026447     IF SPLIT-COUNT NOT < SPLIT-MAX
026457         ADD 1 TO SPLIT-OVER-MAX-CT
026467         GO TO 2820-READ-NEXT
026477     END-IF
026487     IF SP-PART-NUM IS NOT NUMERIC OR SP-PART-COUNT IS NOT NUMERIC
026497         OR SP-FIRST-TAPE IS NOT NUMERIC
026507         OR SP-TAPE-COUNT IS NOT NUMERIC
026517         ADD 1 TO SPLIT-RANGE-BAD-CT
026527         GO TO 2820-READ-NEXT
026537     END-IF
026547     ADD 1 TO SPLIT-COUNT
026557     SET SC-IDX TO SPLIT-COUNT
026567     MOVE SP-PART-NUM   TO SC-PART-NUM (SC-IDX)
026577     MOVE SP-FIRST-TAPE TO SC-FIRST-TAPE (SC-IDX)
026587     MOVE SP-TAPE-COUNT TO SC-TAPE-COUNT (SC-IDX)
026597     MOVE ZERO TO SC-LAST-TAPE (SC-IDX)
026607     MOVE ZERO TO SC-PRT-CT (SC-IDX)
026617     MOVE ZERO TO SC-AUD-CT (SC-IDX)
026627     IF SP-TAPE-COUNT > ZERO
026637         COMPUTE SC-LAST-TAPE (SC-IDX) =
026647             SP-FIRST-TAPE + SP-TAPE-COUNT - 1
026657     END-IF
026667     MOVE SP-PART-COUNT TO SPLIT-DECLARED-CT
026677     IF SP-PART-NUM NOT = SPLIT-COUNT
026687         OR SP-FIRST-TAPE NOT = SPLIT-NEXT-TAPE
026697         ADD 1 TO SPLIT-RANGE-BAD-CT
026707     END-IF
026717     ADD SP-TAPE-COUNT TO SPLIT-TAPE-TOTAL
026727     ADD SP-TAPE-COUNT TO SPLIT-NEXT-TAPE.
026737 2820-READ-NEXT.
026747     PERFORM 2810-READ-SPLITCTL THRU 2810-EXIT.
026757 2820-EXIT.
026767     EXIT.

026777******************************************************************
026787*    2830-FIND-PARTITION
026797*    FINDS THE PARTITION WHOSE TAPE RANGE HOLDS LOOKUP-TAPE-NUM. A
026807*    TAPE NUMBER NO PARTITION CLAIMS IS COUNTED AGAINST THE SPLIT.
026817******************************************************************
026827 2830-FIND-PARTITION.
026837     SET SPLIT-PART-NOT-FOUND TO TRUE
026847     SET SC-IDX TO 1
026857     SEARCH SPLIT-ENTRY
026867         AT END
026877             ADD 1 TO SPLIT-OUTSIDE-CT
026887         WHEN LOOKUP-TAPE-NUM NOT < SC-FIRST-TAPE (SC-IDX)
026897             AND LOOKUP-TAPE-NUM NOT > SC-LAST-TAPE (SC-IDX)
026907             SET SPLIT-PART-FOUND TO TRUE
026917     END-SEARCH.
026927 2830-EXIT.
026937     EXIT.

027000******************************************************************
027010*    3000-CROSS-FOOT
027020*    WRITES THE CONTROL TOTALS AND BALANCES EVERY FILE AGAINST
027030*    THE TAPEIN COUNT. EACH DISAGREEMENT GETS ITS OWN REPORT
027040*    LINE; ANY DISAGREEMENT AT ALL MAKES THE RUN OUT OF BALANCE.
027050******************************************************************
027060 3000-CROSS-FOOT.
027070     IF TAPEIN-CT >= TAPEREJ-CT
027080         COMPUTE EXPECTED-TAPES = TAPEIN-CT - TAPEREJ-CT
027090     ELSE
027100         MOVE ZERO TO EXPECTED-TAPES
027110     END-IF
027120     MOVE 'TAPEIN  DATA RECORDS      ' TO TL-LABEL
027130     MOVE TAPEIN-CT TO TL-COUNT
027140     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027150     MOVE 'TAPEREJ RECORDS REJECTED  ' TO TL-LABEL
027160     MOVE TAPEREJ-CT TO TL-COUNT
027170     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027180     MOVE 'TAPES EXPECTED TO RUN     ' TO TL-LABEL
027190     MOVE EXPECTED-TAPES TO TL-COUNT
027200     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027210     MOVE 'TAPEOUT RECORDS WRITTEN   ' TO TL-LABEL
027220     MOVE TAPEOUT-CT TO TL-COUNT
027230     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027240     MOVE 'PRTRPT  DETAIL LINES      ' TO TL-LABEL
027250     MOVE PRTRPT-CT TO TL-COUNT
027260     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027270     MOVE 'AUDIT   TAPES TRACED      ' TO TL-LABEL
027280     MOVE AUDIT-TAPE-CT TO TL-COUNT
027290     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
027291     IF PARTITION-RECON
027292         PERFORM 3300-PARTITION-TOTALS THRU 3300-EXIT
027293     END-IF
027294     IF SPLIT-LOADED
027295         PERFORM 3400-SPLIT-TOTALS THRU 3400-EXIT
027296     END-IF
027300     PERFORM 3100-RETURN-TOTALS THRU 3100-EXIT
027310     MOVE SPACES TO RECON-LINE
027320     WRITE RECON-LINE
027330     IF TAPEIN-NOT-FOUND
027340         MOVE 'TAPEIN MISSING' TO RECON-LINE
027350         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027360     END-IF
027370     IF TAPEOUT-NOT-FOUND
027380         MOVE 'TAPEOUT MISSING' TO RECON-LINE
027390         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027400     END-IF
027410     IF PRTRPT-NOT-FOUND
027420         MOVE 'PRTRPT MISSING' TO RECON-LINE
027430         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027440     END-IF
027450     IF AUDITFILE-NOT-FOUND
027460         MOVE 'AUDITFILE MISSING' TO RECON-LINE
027470         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027480     END-IF
027490     IF TAPEOUT-FOUND AND TAPEOUT-CT NOT = EXPECTED-TAPES
027500         MOVE 'TAPEOUT COUNT DOES NOT MATCH TAPES EXPECTED'
027510             TO RECON-LINE
027520         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027530     END-IF
027540     IF PRTRPT-FOUND AND PRTRPT-CT NOT = EXPECTED-TAPES
027550         MOVE 'PRTRPT DETAIL COUNT DOES NOT MATCH TAPES EXPECTED'
027560             TO RECON-LINE
027570         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027580     END-IF
027590     IF AUDITFILE-FOUND AND AUDIT-TAPE-CT NOT = EXPECTED-TAPES
027600         MOVE 'AUDIT TAPE COUNT DOES NOT MATCH TAPES EXPECTED'
027610             TO RECON-LINE
027620         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027630     END-IF
027640     IF AUDIT-GAP-CT > ZERO
027650         MOVE 'AUDIT TAPE NUMBERS NOT CONTIGUOUS - FIRST BREAK'
027660             TO RECON-LINE
027670         MOVE ' AFTER TAPE' TO RECON-LINE(48:11)
027680         MOVE FIRST-GAP-AFTER TO RECON-LINE(60:6)
027690         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
027700     END-IF
027710     PERFORM 3200-RETURN-MISMATCHES THRU 3200-EXIT
027712     IF SPLIT-LOADED
027714         PERFORM 3500-SPLIT-MISMATCHES THRU 3500-EXIT
027716     END-IF
027720     MOVE SPACES TO RECON-LINE
027730     WRITE RECON-LINE
027740     IF MISMATCH-CT = ZERO
027750         MOVE 'FILES IN BALANCE' TO RECON-LINE
027760     ELSE
027770         MOVE 'FILES OUT OF BALANCE - HOLD DOWNSTREAM JOBS'
027780             TO RECON-LINE
027790     END-IF
027800     WRITE RECON-LINE.
027810 3000-EXIT.
027820     EXIT.

027830 3010-WRITE-TOTAL-LINE.
027840     MOVE SPACES TO TL-REST
027850     WRITE RPT-TOTAL-LINE.
027860 3010-EXIT.
027870     EXIT.

027880 3020-WRITE-MISMATCH.
027890     ADD 1 TO MISMATCH-CT
027900     WRITE RECON-LINE
027910     MOVE 'S'             TO XC-SEVERITY
027920     MOVE 'RECONRPT'      TO XC-CATEGORY
027930     MOVE TAPEIN-BATCH-ID TO XC-BATCH-ID
027940     MOVE RECON-LINE      TO XC-MESSAGE
027950     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
027960 3020-EXIT.
027970     EXIT.

027980******************************************************************
027990*    3100-RETURN-TOTALS
028000*    BATCHREG RECEIPT COUNTS AGAINST WHAT THE RETURN FILE CARRIES.
028010******************************************************************
028020 3100-RETURN-TOTALS.
028021     IF PARTITION-RECON
028022         MOVE SPACES TO RECON-LINE
028023         MOVE 'PARTITION RUN - RETURN FILE BALANCED AFTER MERGE'
028024             TO RECON-LINE
028025         WRITE RECON-LINE
028026         GO TO 3100-EXIT
028027     END-IF
028030     IF RECEIPT-NOT-FOUND
028040         MOVE SPACES TO RECON-LINE
028050         MOVE 'BATCH NOT ON BATCHREG - NO RETURN FILE EXPECTED'
028060             TO RECON-LINE
028070         WRITE RECON-LINE
028080         GO TO 3100-EXIT
028090     END-IF
028100     MOVE 'BATCHREG RECORDS RECEIVED ' TO TL-LABEL
028110     MOVE RCPT-RECORD-CT TO TL-COUNT
028120     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
028130     MOVE 'BATCHREG RECORDS CLEAN    ' TO TL-LABEL
028140     MOVE RCPT-CLEAN-CT TO TL-COUNT
028150     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
028160     MOVE 'BATCHREG RECORDS REJECTED ' TO TL-LABEL
028170     MOVE RCPT-REJECT-CT TO TL-COUNT
028180     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
028190     MOVE 'RTNFILE DETAIL RECORDS    ' TO TL-LABEL
028200     MOVE RTN-DETAIL-CT TO TL-COUNT
028210     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
028220     MOVE 'RTNFILE CLEAN RESULTS     ' TO TL-LABEL
028230     MOVE RTN-CLEAN-CT TO TL-COUNT
028240     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
028250     MOVE 'RTNFILE REJECT RESULTS    ' TO TL-LABEL
028260     MOVE RTN-REJECT-CT TO TL-COUNT
028270     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT.
028280 3100-EXIT.
028290     EXIT.

028300******************************************************************
028310*    3200-RETURN-MISMATCHES
028320*    THE RETURN FILE MUST NAME THE BATCH, FOOT ITS OWN TRAILER,
028330*    AND ACCOUNT FOR EVERY RECORD BATCHREG SAYS WAS RECEIVED.
028340******************************************************************
028350 3200-RETURN-MISMATCHES.
028360     IF RECEIPT-NOT-FOUND
028370         GO TO 3200-EXIT
028380     END-IF
028390     IF RTNFILE-NOT-FOUND
028400         MOVE 'RTNFILE MISSING' TO RECON-LINE
028410         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028420         GO TO 3200-EXIT
028430     END-IF
028440     IF RTN-HEADER-BAD
028450         MOVE 'RTNFILE HEADER DOES NOT MATCH BATCHREG RECEIPT'
028460             TO RECON-LINE
028470         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028480     END-IF
028490     IF RTN-TRAILER-NOT-SEEN
028500         MOVE 'RTNFILE TRAILER MISSING' TO RECON-LINE
028510         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028520     ELSE
028530         IF RTN-TRL-RECORD-CT NOT = RTN-DETAIL-CT
028540             OR RTN-TRL-CLEAN-CT NOT = RTN-CLEAN-CT
028550             OR RTN-TRL-REJECT-CT NOT = RTN-REJECT-CT
028560             MOVE 'RTNFILE TRAILER DOES NOT FOOT TO ITS DETAILS'
028570                 TO RECON-LINE
028580             PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028590         END-IF
028600     END-IF
028610     IF RTN-DETAIL-CT NOT = RCPT-RECORD-CT
028620         MOVE 'RTNFILE DETAILS DO NOT MATCH BATCHREG RECORDS'
028630             TO RECON-LINE
028640         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028650     END-IF
028660     IF RTN-CLEAN-CT NOT = RCPT-CLEAN-CT
028670         MOVE 'RTNFILE CLEAN RESULTS DO NOT MATCH BATCHREG CLEAN'
028680             TO RECON-LINE
028690         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028700     END-IF
028710     IF RTN-REJECT-CT NOT = RCPT-REJECT-CT
028720         MOVE 'RTNFILE REJECTS DO NOT MATCH BATCHREG REJECTS'
028730             TO RECON-LINE
028740         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028750     END-IF
028760     IF RTN-SEQ-BREAK-CT > ZERO
028770         MOVE 'RTNFILE DETAILS NOT IN BATCH SEQUENCE'
028780             TO RECON-LINE
028790         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
028800     END-IF.
028810 3200-EXIT.
028820     EXIT.

028840******************************************************************
028860*    3300-PARTITION-TOTALS
028880*    NAMES THE PARTITION THIS RUN BALANCED AND ITS TAPE RANGE.
028900******************************************************************
028920 3300-PARTITION-TOTALS.
028940     MOVE ZERO TO RECON-LAST-TAPE
028960     IF EXPECTED-TAPES > ZERO
028980         COMPUTE RECON-LAST-TAPE =
029000             RECON-FIRST-TAPE + EXPECTED-TAPES - 1
029020     END-IF
029040     MOVE SPACES TO RECON-LINE
029060     MOVE 'PARTITION    OF    - TAPES       -' TO RECON-LINE
029080     MOVE RECON-PART-NUM   TO RECON-LINE(11:2)
029100     MOVE RECON-PART-COUNT TO RECON-LINE(17:2)
029120     MOVE RECON-FIRST-TAPE TO RECON-LINE(28:6)
029140     MOVE RECON-LAST-TAPE  TO RECON-LINE(35:6)
029160     WRITE RECON-LINE.
029180 3300-EXIT.
029200     EXIT.

029220******************************************************************
029240*    3400-SPLIT-TOTALS
029260*    ONE LINE PER SPLITCTL PARTITION: ITS TAPE RANGE AND COUNT,
029280*    AND THE PRTRPT LINES AND AUDIT TAPES THE MERGED RUN HOLDS.
029300******************************************************************
029320 3400-SPLIT-TOTALS.
029340     MOVE SPACES TO RECON-LINE
029360     WRITE RECON-LINE
029380     MOVE 'SPLITCTL PARTITIONS       ' TO TL-LABEL
029400     MOVE SPLIT-COUNT TO TL-COUNT
029420     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
029440     MOVE 'SPLITCTL TAPES            ' TO TL-LABEL
029460     MOVE SPLIT-TAPE-TOTAL TO TL-COUNT
029480     PERFORM 3010-WRITE-TOTAL-LINE THRU 3010-EXIT
029500     PERFORM 3410-WRITE-PARTITION-LINE THRU 3410-EXIT
029520         VARYING SC-IDX FROM 1 BY 1
029540         UNTIL SC-IDX > SPLIT-COUNT.
029560 3400-EXIT.
029580     EXIT.

029600 3410-WRITE-PARTITION-LINE.
029620     MOVE 'PARTITION '          TO PL-LABEL
029640     MOVE SC-PART-NUM (SC-IDX)  TO PL-PART-NUM
029660     MOVE '  TAPES '            TO PL-RANGE-LABEL
029680     MOVE SC-FIRST-TAPE (SC-IDX) TO PL-FIRST-TAPE
029700     MOVE '-'                   TO PL-DASH
029720     MOVE SC-LAST-TAPE (SC-IDX) TO PL-LAST-TAPE
029740     MOVE '  COUNT '            TO PL-COUNT-LABEL
029760     MOVE SC-TAPE-COUNT (SC-IDX) TO PL-TAPE-COUNT
029780     MOVE '  PRTRPT '           TO PL-PRT-LABEL
029800     MOVE SC-PRT-CT (SC-IDX)    TO PL-PRT-CT
029820     MOVE '  AUDIT '            TO PL-AUD-LABEL
029840     MOVE SC-AUD-CT (SC-IDX)    TO PL-AUD-CT
029860     MOVE SPACES                TO PL-REST
029880     WRITE RPT-PART-LINE.
029900 3410-EXIT.
029920     EXIT.

029940******************************************************************
029960*    3500-SPLIT-MISMATCHES
029980*    THE SPLIT MUST BE THIS BATCH'S, ITS PARTITIONS MUST COVER
030000*    EXACTLY THE TAPES THAT RAN, AND EVERY PARTITION MUST HAVE
030020*    COME BACK WITH ONE PRTRPT LINE AND ONE AUDIT TAPE PER TAPE.
030040******************************************************************
030060 3500-SPLIT-MISMATCHES.
030080     IF SPLIT-BATCH-BAD-CT > ZERO
030100         MOVE 'SPLITCTL IS FOR A DIFFERENT BATCH THAN TAPEIN'
030120             TO RECON-LINE
030140         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030160     END-IF
030180     IF SPLIT-OVER-MAX-CT > ZERO
030200         MOVE 'SPLITCTL HAS MORE PARTITIONS THAN CAN BE BALANCED'
030220             TO RECON-LINE
030240         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030260     END-IF
030280     IF SPLIT-RANGE-BAD-CT > ZERO
030300         MOVE 'SPLITCTL PARTITIONS NOT NUMBERED 1-N IN TAPE ORDER'
030320             TO RECON-LINE
030340         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030360     END-IF
030380     IF SPLIT-TAPE-TOTAL NOT = EXPECTED-TAPES
030400         MOVE 'SPLITCTL TAPES DO NOT MATCH TAPES EXPECTED'
030420             TO RECON-LINE
030440         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030460     END-IF
030480     IF SPLIT-OUTSIDE-CT > ZERO
030500         MOVE 'TAPE NUMBERS OUTSIDE EVERY SPLITCTL PARTITION'
030520             TO RECON-LINE
030540         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030560     END-IF
030580     PERFORM 3510-CHECK-ONE-PARTITION THRU 3510-EXIT
030600         VARYING SC-IDX FROM 1 BY 1
030620         UNTIL SC-IDX > SPLIT-COUNT.
030640 3500-EXIT.
030660     EXIT.

030680 3510-CHECK-ONE-PARTITION.
030700     IF PRTRPT-FOUND
030720         AND SC-PRT-CT (SC-IDX) NOT = SC-TAPE-COUNT (SC-IDX)
030740         MOVE 'PARTITION    PRTRPT LINES DO NOT MATCH ITS TAPES'
030760             TO RECON-LINE
030780         MOVE SC-PART-NUM (SC-IDX) TO RECON-LINE(11:2)
030800         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030820     END-IF
030840     IF AUDITFILE-FOUND
030860         AND SC-AUD-CT (SC-IDX) NOT = SC-TAPE-COUNT (SC-IDX)
030880         MOVE 'PARTITION    AUDIT TAPES DO NOT MATCH ITS TAPES'
030900             TO RECON-LINE
030920         MOVE SC-PART-NUM (SC-IDX) TO RECON-LINE(11:2)
030940         PERFORM 3020-WRITE-MISMATCH THRU 3020-EXIT
030960     END-IF.
030980 3510-EXIT.
031000     EXIT.

034000******************************************************************
034100*    8900-WRITE-EXCEPTION
034200*    APPENDS THE ITEM THE CALLER DESCRIBED TO EXCPFILE FOR THE
034300*    MORNING EXCEPTION REPORT AND CLEARS THE RECORD FOR THE NEXT.
034400******************************************************************
034500 8900-WRITE-EXCEPTION.
034600     MOVE RUN-DATE  TO XC-RUN-DATE
034700     MOVE 'TMRECON' TO XC-PROGRAM
034800     WRITE EXCEPTION-RECORD
034900     MOVE SPACES TO EXCEPTION-RECORD
035000     MOVE ZERO TO XC-UNIT-NUM.
035100 8900-EXIT.
035200     EXIT.

035300******************************************************************
035400*    9000-TERMINATE
035500*    AN OUT-OF-BALANCE RUN ENDS WITH RETURN-CODE 8 SO THE
035600*    SCHEDULER HOLDS THE DOWNSTREAM JOBS ON THIS STEP'S
035700*    CONDITION CODE.
035800******************************************************************
035900 9000-TERMINATE.
036000     CLOSE RECONRPT
036100     CLOSE EXCPFILE
036200     IF MISMATCH-CT > ZERO
036300         MOVE 8 TO RETURN-CODE
036400         DISPLAY 'RECONCILIATION OUT OF BALANCE - '
036500             MISMATCH-CT ' CONDITION(S). SEE RECONRPT.'
036600     ELSE
036700         DISPLAY 'RECONCILIATION IN BALANCE'
036800     END-IF.
036900 9000-EXIT.
037000     EXIT.

037100 END PROGRAM TMRECON.
