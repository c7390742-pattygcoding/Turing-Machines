000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMMERGE.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. PARTITION MERGE FOR A BATCH
001100*                  SPLIT BY TMSPLIT AND RUN AS CONCURRENT
001200*                  TuringMachine STEPS. REBUILDS ONE TAPEOUT, ONE
001300*                  AUDITFILE AND ONE PRTRPT FROM THE PARTITIONS'
001400*                  OUTPUT IN ORIGINAL TAPE ORDER, WITH ONE REPORT
001500*                  HEADING AND ONE SET OF VERDICT COUNTS, SO
001600*                  TMRETURN, TMRECON AND EVERYTHING DOWNSTREAM SEE
001700*                  THE FILES A SINGLE STEP WOULD HAVE WRITTEN.
001800*                  NOTHING IS MERGED WHILE ANY PARTITION HAS A
001900*                  CHECKPOINT RESTART OUTSTANDING OR CAME BACK
002000*                  SHORT OF ITS TAPES. PARTITION RUN HISTORY IS
002100*                  POSTED TO RUNHIST ONLY ON A GOOD MERGE;
002200*                  PARTITION EXCEPTIONS ARE ALWAYS POSTED TO
002300*                  EXCPFILE. EACH PARTITION FILE IS EMPTIED ONCE
002400*                  POSTED SO A RERUN CANNOT POST IT TWICE.
002410* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002420*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002430*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002440*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002450*                  DATE AND THE CLOCK DATE.
002460* 2026-10-15  RH   A PARTITION CHECKPOINT THAT CANNOT BE OPENED
002470*                  NOW REFUSES THE MERGE INSTEAD OF BEING TAKEN AS
002480*                  EMPTY.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SPLITCTL ASSIGN TO "SPLITCTL"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS SPLITCTL-STATUS.

003200     SELECT PARTCKPT ASSIGN TO "PARTCKPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS PARTCKPT-STATUS.

003500     SELECT PARTPRT ASSIGN TO "PARTPRT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS PARTPRT-STATUS.

003800     SELECT PARTOUT ASSIGN TO "PARTOUT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS PARTOUT-STATUS.

004100     SELECT PARTAUD ASSIGN TO "PARTAUD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS PARTAUD-STATUS.

004400     SELECT OPTIONAL PHIST01 ASSIGN TO "PHIST01"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS PHIST-STATUS.

004700     SELECT OPTIONAL PHIST02 ASSIGN TO "PHIST02"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS PHIST-STATUS.

005000     SELECT OPTIONAL PHIST03 ASSIGN TO "PHIST03"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS PHIST-STATUS.

005300     SELECT OPTIONAL PHIST04 ASSIGN TO "PHIST04"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS PHIST-STATUS.

005600     SELECT OPTIONAL PHIST05 ASSIGN TO "PHIST05"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PHIST-STATUS.

005900     SELECT OPTIONAL PHIST06 ASSIGN TO "PHIST06"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PHIST-STATUS.

006200     SELECT OPTIONAL PHIST07 ASSIGN TO "PHIST07"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS PHIST-STATUS.

006500     SELECT OPTIONAL PHIST08 ASSIGN TO "PHIST08"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS PHIST-STATUS.

006800     SELECT OPTIONAL PEXCP01 ASSIGN TO "PEXCP01"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS PEXCP-STATUS.

007100     SELECT OPTIONAL PEXCP02 ASSIGN TO "PEXCP02"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PEXCP-STATUS.

007400     SELECT OPTIONAL PEXCP03 ASSIGN TO "PEXCP03"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS PEXCP-STATUS.

007700     SELECT OPTIONAL PEXCP04 ASSIGN TO "PEXCP04"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS PEXCP-STATUS.

008000     SELECT OPTIONAL PEXCP05 ASSIGN TO "PEXCP05"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS PEXCP-STATUS.

008300     SELECT OPTIONAL PEXCP06 ASSIGN TO "PEXCP06"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS PEXCP-STATUS.

008600     SELECT OPTIONAL PEXCP07 ASSIGN TO "PEXCP07"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS PEXCP-STATUS.

008900     SELECT OPTIONAL PEXCP08 ASSIGN TO "PEXCP08"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS PEXCP-STATUS.

009200     SELECT TAPEOUT ASSIGN TO "TAPEOUT"
009300         ORGANIZATION IS LINE SEQUENTIAL.

009400     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
009500         ORGANIZATION IS LINE SEQUENTIAL.

009600     SELECT PRTRPT ASSIGN TO "PRTRPT"
009700         ORGANIZATION IS LINE SEQUENTIAL.

009800     SELECT OPTIONAL RUNHIST ASSIGN TO "RUNHIST"
009900         ORGANIZATION IS LINE SEQUENTIAL.

010000     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
010100         ORGANIZATION IS LINE SEQUENTIAL.

010120     SELECT BUSDATE ASSIGN TO "BUSDATE"
010140         ORGANIZATION IS LINE SEQUENTIAL
010160         FILE STATUS IS BUSDATE-STATUS.

010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  SPLITCTL.
010500     COPY TMSPLTRC.

010600 FD  PARTCKPT.
010700 01  PART-CKPT-RECORD.
010800     05  PC-TAPE-NUM             PIC X(06).
010900     05  FILLER                  PIC X(169).

011000 FD  PARTPRT.
011100 01  PART-PRT-RECORD.
011200     05  PP-TAPE-NUM             PIC X(06).
011300     05  FILLER                  PIC X(120).
011400     05  PP-VERDICT              PIC X(09).
011500 01  PART-PRT-TAPE-LINE.
011600     05  PP-TAPE-LABEL           PIC X(05).
011700     05  PP-TAPE-LABEL-NUM       PIC X(01).
011800     05  FILLER                  PIC X(129).

011900 FD  PARTOUT.
012000 01  PART-OUT-RECORD             PIC X(120).

012100 FD  PARTAUD.
012200     COPY TMAUDRC.

012300 FD  PHIST01.
012400 01  PHIST01-RECORD              PIC X(101).

012500 FD  PHIST02.
012600 01  PHIST02-RECORD              PIC X(101).

012700 FD  PHIST03.
012800 01  PHIST03-RECORD              PIC X(101).

012900 FD  PHIST04.
013000 01  PHIST04-RECORD              PIC X(101).

013100 FD  PHIST05.
013200 01  PHIST05-RECORD              PIC X(101).

013300 FD  PHIST06.
013400 01  PHIST06-RECORD              PIC X(101).

013500 FD  PHIST07.
013600 01  PHIST07-RECORD              PIC X(101).

013700 FD  PHIST08.
013800 01  PHIST08-RECORD              PIC X(101).

013900 FD  PEXCP01.
014000 01  PEXCP01-RECORD              PIC X(115).

014100 FD  PEXCP02.
014200 01  PEXCP02-RECORD              PIC X(115).

014300 FD  PEXCP03.
014400 01  PEXCP03-RECORD              PIC X(115).

014500 FD  PEXCP04.
014600 01  PEXCP04-RECORD              PIC X(115).

014700 FD  PEXCP05.
014800 01  PEXCP05-RECORD              PIC X(115).

014900 FD  PEXCP06.
015000 01  PEXCP06-RECORD              PIC X(115).

015100 FD  PEXCP07.
015200 01  PEXCP07-RECORD              PIC X(115).

015300 FD  PEXCP08.
015400 01  PEXCP08-RECORD              PIC X(115).

015500 FD  TAPEOUT.
015600 01  TAPE-OUT-RECORD             PIC X(120).

015700 FD  AUDITFILE.
015800 01  MERGED-AUDIT-RECORD         PIC X(195).

015900 FD  PRTRPT.
016000 01  PRTRPT-RECORD               PIC X(135).

016100 FD  RUNHIST.
016200     COPY TMHISTRC.

016300 FD  EXCPFILE.
016400     COPY TMEXCPRC.

016420 FD  BUSDATE.
016440     COPY TMBDATRC.

016500 WORKING-STORAGE SECTION.
016600******************************************************************
016700* PARTITION TABLE - ONE ENTRY PER SPLITCTL RECORD, IN PARTITION
016800* ORDER, WHICH IS ORIGINAL TAPE ORDER. THE PARTITIONS' FILES ARE
016900* CONCATENATED IN THE SAME ORDER ON THE PART- DD NAMES, SO EACH
017000* FILE READS AS ONE RUN'S OUTPUT AND IS CHECKED HERE AGAINST THE
017100* TAPE RANGE EACH PARTITION WAS GIVEN.
017200******************************************************************
017300 77  PART-MAX                    PIC 9(02) COMP VALUE 8.
017400 77  PART-COUNT                  PIC 9(02) COMP VALUE ZERO.
017500 77  PART-SUB                    PIC 9(02) COMP.
017600 01  PARTITION-TABLE.
017700     05  PARTITION-ENTRY OCCURS 1 TO 8 TIMES
017800             DEPENDING ON PART-COUNT
017900             INDEXED BY PN-IDX.
018000         10  PN-PART-NUM         PIC 9(02).
018100         10  PN-FIRST-TAPE       PIC 9(06).
018200         10  PN-LAST-TAPE        PIC 9(06).
018300         10  PN-TAPE-COUNT       PIC 9(06).
018400         10  PN-PRT-CT           PIC 9(06) COMP.
018500         10  PN-AUD-CT           PIC 9(06) COMP.
018600         10  PN-RESTART-SW       PIC X(01).
018700             88  PN-RESTART-OUTSTANDING         VALUE 'Y'.
018800             88  PN-NO-RESTART                  VALUE 'N'.

018900******************************************************************
019000* BATCH IDENTITY AND CONTROL TOTALS
019100******************************************************************
019200 77  RUN-DATE                    PIC 9(08).
019250 77  CLOCK-DATE                  PIC 9(08).
019300 77  BATCH-ID-SAVE               PIC X(08) VALUE SPACES.
019400 77  SPLIT-DECLARED-CT           PIC 9(02) VALUE ZERO.
019500 77  SPLIT-TAPE-TOTAL            PIC 9(06) COMP VALUE ZERO.
019600 77  NEXT-FIRST-TAPE             PIC 9(06) COMP VALUE 1.
019700 77  EXPECT-TAPE                 PIC 9(06) COMP VALUE 1.
019800 77  LOOKUP-TAPE-NUM             PIC 9(06) VALUE ZERO.
019900 77  PREV-AUD-TAPE               PIC 9(06) VALUE ZERO.
020000 77  PRT-ORDER-BREAK-CT          PIC 9(06) COMP VALUE ZERO.
020100 77  AUD-ORDER-BREAK-CT          PIC 9(06) COMP VALUE ZERO.
020200 77  OUTSIDE-TAPE-CT             PIC 9(06) COMP VALUE ZERO.
020300 77  TAPEOUT-CT                  PIC 9(06) COMP VALUE ZERO.
020400 77  PRT-DETAIL-CT               PIC 9(06) COMP VALUE ZERO.
020500 77  AUD-RECORD-CT               PIC 9(08) COMP VALUE ZERO.
020600 77  ACCEPT-COUNT                PIC 9(06) COMP VALUE ZERO.
020700 77  REJECT-COUNT                PIC 9(06) COMP VALUE ZERO.
020800 77  UNDECIDED-COUNT             PIC 9(06) COMP VALUE ZERO.
020900 77  HIST-POSTED-CT              PIC 9(06) COMP VALUE ZERO.
021000 77  EXCP-POSTED-CT              PIC 9(06) COMP VALUE ZERO.
021100 77  VERDICT-COUNT-DISP          PIC 9(06).
021200 77  COUNT-DISP                  PIC 9(06).
021300 77  PART-NUM-DISP               PIC 9(02).
021400 77  MERGE-ERROR-MSG             PIC X(34).
021500 01  HIST-HOLD-RECORD            PIC X(101).
021600 01  EXCP-HOLD-RECORD            PIC X(115).

021700******************************************************************
021800* FILE STATUS FIELDS AND SWITCHES. THE EIGHT PARTITION RUN-
021900* HISTORY FILES SHARE ONE STATUS FIELD, AS DO THE EIGHT PARTITION
022000* EXCEPTION FILES - ONLY ONE OF EACH IS OPEN AT A TIME.
022100******************************************************************
022200 77  SPLITCTL-STATUS             PIC X(02).
022300 77  PARTCKPT-STATUS             PIC X(02).
022400 77  PARTPRT-STATUS              PIC X(02).
022500 77  PARTOUT-STATUS              PIC X(02).
022600 77  PARTAUD-STATUS              PIC X(02).
022700 77  PHIST-STATUS                PIC X(02).
022800 77  PEXCP-STATUS                PIC X(02).
022820 77  BUSDATE-STATUS              PIC X(02).
022840 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
022860     88  BUSDATE-FOUND                       VALUE 'Y'.
022880     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
022900 77  SPLITCTL-EOF-SW             PIC X(01) VALUE 'N'.
023000     88  SPLITCTL-EOF                        VALUE 'Y'.
023100 77  PARTCKPT-EOF-SW             PIC X(01) VALUE 'N'.
023200     88  PARTCKPT-EOF                        VALUE 'Y'.
023300 77  PARTPRT-EOF-SW              PIC X(01) VALUE 'N'.
023400     88  PARTPRT-EOF                         VALUE 'Y'.
023500     88  PARTPRT-NOT-EOF                     VALUE 'N'.
023600 77  PARTOUT-EOF-SW              PIC X(01) VALUE 'N'.
023700     88  PARTOUT-EOF                         VALUE 'Y'.
023800     88  PARTOUT-NOT-EOF                     VALUE 'N'.
023900 77  PARTAUD-EOF-SW              PIC X(01) VALUE 'N'.
024000     88  PARTAUD-EOF                         VALUE 'Y'.
024100     88  PARTAUD-NOT-EOF                     VALUE 'N'.
024200 77  PHIST-EOF-SW                PIC X(01) VALUE 'N'.
024300     88  PHIST-EOF                           VALUE 'Y'.
024400     88  PHIST-NOT-EOF                       VALUE 'N'.
024500 77  PEXCP-EOF-SW                PIC X(01) VALUE 'N'.
024600     88  PEXCP-EOF                           VALUE 'Y'.
024700     88  PEXCP-NOT-EOF                       VALUE 'N'.
024800 77  PARTPRT-FOUND-SW            PIC X(01) VALUE 'Y'.
024900     88  PARTPRT-FOUND                       VALUE 'Y'.
025000     88  PARTPRT-NOT-FOUND                   VALUE 'N'.
025100 77  PARTAUD-FOUND-SW            PIC X(01) VALUE 'Y'.
025200     88  PARTAUD-FOUND                       VALUE 'Y'.
025300     88  PARTAUD-NOT-FOUND                   VALUE 'N'.
025400 77  PART-FOUND-SW               PIC X(01) VALUE 'N'.
025500     88  PART-FOUND                          VALUE 'Y'.
025600     88  PART-NOT-FOUND                      VALUE 'N'.
025700 77  MERGE-SW                    PIC X(01) VALUE 'N'.
025800     88  MERGE-REFUSED                       VALUE 'Y'.
025900     88  MERGE-OK                            VALUE 'N'.

026000 PROCEDURE DIVISION.
026100******************************************************************
026200*    0000-MAINLINE
026300*    PROGRAM ENTRY POINT.
026400******************************************************************
026500 0000-MAINLINE.
026520     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
026540     IF BUSDATE-NOT-FOUND
026560         GO TO 0000-EXIT
026580     END-IF
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026700     IF MERGE-OK
026800         PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
026900     END-IF
027000     IF MERGE-OK
027100         PERFORM 3000-WRITE-MERGED-RUN THRU 3000-EXIT
027200     END-IF
027300     PERFORM 4000-POST-PARTITION-EXCPS THRU 4000-EXIT
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027402 0000-EXIT.
027404     STOP RUN.

027406******************************************************************
027408*    0100-LOAD-BUSINESS-DATE
027410*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
027412*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
027414*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
027416*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
027418*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
027420*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
027422*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
027424******************************************************************
027426 0100-LOAD-BUSINESS-DATE.
027428     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
027430     OPEN INPUT BUSDATE
027432     IF BUSDATE-STATUS NOT = '00'
027434         GO TO 0100-REFUSE
027436     END-IF
027438     READ BUSDATE
027440         AT END
027442             CONTINUE
027444     END-READ
027446     IF BUSDATE-STATUS = '00'
027448         AND BD-CONTROL-RECORD
027450         AND BD-CURRENT-DATE IS NUMERIC
027452         AND BD-PRIOR-DATE IS NUMERIC
027454         AND BD-CURRENT-DATE > BD-PRIOR-DATE
027456         MOVE BD-CURRENT-DATE TO RUN-DATE
027458         SET BUSDATE-FOUND TO TRUE
027460     END-IF
027462     CLOSE BUSDATE
027464     IF BUSDATE-FOUND
027466         GO TO 0100-EXIT
027468     END-IF.
027470 0100-REFUSE.
027472     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
027474         'STEP STOPPED'
027476     MOVE 8 TO RETURN-CODE.
027478 0100-EXIT.
027480     EXIT.

027600******************************************************************
027700*    1000-INITIALIZE
027800*    LOADS THE SPLIT. WITHOUT A SOUND SPLITCTL THERE IS NOTHING TO
027900*    CHECK THE PARTITIONS AGAINST, SO THE MERGE IS REFUSED.
028000******************************************************************
028100 1000-INITIALIZE.
028300     OPEN EXTEND EXCPFILE
028400     MOVE SPACES TO EXCEPTION-RECORD
028500     MOVE ZERO TO XC-UNIT-NUM
028600     PERFORM 1100-LOAD-SPLIT-CONTROL THRU 1100-EXIT.
028700 1000-EXIT.
028800     EXIT.

028900******************************************************************
029000*    1100-LOAD-SPLIT-CONTROL
029100*    THE PARTITIONS MUST ALL BE FOR ONE BATCH, NUMBERED 1 TO N,
029200*    AND COVER THE TAPES FROM TAPE 1 IN ORDER WITHOUT A GAP OR AN
029300*    OVERLAP - EXACTLY AS TMSPLIT CUT THEM.
029400******************************************************************
029500 1100-LOAD-SPLIT-CONTROL.
029600     OPEN INPUT SPLITCTL
029700     IF SPLITCTL-STATUS NOT = '00'
029800         MOVE 'SPLITCTL MISSING' TO MERGE-ERROR-MSG
029900         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
030000         GO TO 1100-EXIT
030100     END-IF
030200     PERFORM 1110-READ-SPLITCTL THRU 1110-EXIT
030300     PERFORM 1120-STORE-PARTITION THRU 1120-EXIT
030400         UNTIL SPLITCTL-EOF
030500     CLOSE SPLITCTL
030600     IF PART-COUNT = ZERO
030700         MOVE 'SPLITCTL EMPTY' TO MERGE-ERROR-MSG
030800         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
030900         GO TO 1100-EXIT
031000     END-IF
031100     IF SPLIT-DECLARED-CT NOT = PART-COUNT
031200         MOVE 'SPLITCTL PARTITION COUNT WRONG' TO MERGE-ERROR-MSG
031300         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
031400     END-IF.
031500 1100-EXIT.
031600     EXIT.

031700 1110-READ-SPLITCTL.
031800     READ SPLITCTL
031900         AT END
032000             SET SPLITCTL-EOF TO TRUE
032100     END-READ.
032200 1110-EXIT.
032300     EXIT.

032400 1120-STORE-PARTITION.
032500     IF PART-COUNT NOT < PART-MAX
032600         MOVE 'SPLITCTL HAS OVER 8 PARTITIONS' TO MERGE-ERROR-MSG
032700         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
032800         GO TO 1120-READ-NEXT
032900     END-IF
033000     IF SP-PART-NUM IS NOT NUMERIC OR SP-PART-COUNT IS NOT NUMERIC
033100         OR SP-FIRST-TAPE IS NOT NUMERIC
033200         OR SP-TAPE-COUNT IS NOT NUMERIC
033300         MOVE 'SPLITCTL RECORD NOT NUMERIC' TO MERGE-ERROR-MSG
033400         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
033500         GO TO 1120-READ-NEXT
033600     END-IF
033700     ADD 1 TO PART-COUNT
033800     SET PN-IDX TO PART-COUNT
033900     IF PART-COUNT = 1
034000         MOVE SP-BATCH-ID   TO BATCH-ID-SAVE
034100         MOVE SP-PART-COUNT TO SPLIT-DECLARED-CT
034200     END-IF
034300     IF SP-BATCH-ID NOT = BATCH-ID-SAVE
034400         MOVE 'SPLITCTL MIXES BATCHES' TO MERGE-ERROR-MSG
034500         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
034600     END-IF
034700     IF SP-PART-NUM NOT = PART-COUNT
034800         OR SP-FIRST-TAPE NOT = NEXT-FIRST-TAPE
034900         MOVE 'SPLITCTL PARTITIONS OUT OF ORDER'
035000             TO MERGE-ERROR-MSG
035100         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
035200     END-IF
035300     MOVE SP-PART-NUM   TO PN-PART-NUM (PN-IDX)
035400     MOVE SP-FIRST-TAPE TO PN-FIRST-TAPE (PN-IDX)
035500     MOVE SP-TAPE-COUNT TO PN-TAPE-COUNT (PN-IDX)
035600     MOVE ZERO TO PN-LAST-TAPE (PN-IDX)
035700     IF SP-TAPE-COUNT > ZERO
035800         COMPUTE PN-LAST-TAPE (PN-IDX) =
035900             SP-FIRST-TAPE + SP-TAPE-COUNT - 1
036000     END-IF
036100     MOVE ZERO TO PN-PRT-CT (PN-IDX)
036200     MOVE ZERO TO PN-AUD-CT (PN-IDX)
036300     SET PN-NO-RESTART (PN-IDX) TO TRUE
036400     ADD SP-TAPE-COUNT TO SPLIT-TAPE-TOTAL
036500     ADD SP-TAPE-COUNT TO NEXT-FIRST-TAPE.
036600 1120-READ-NEXT.
036700     PERFORM 1110-READ-SPLITCTL THRU 1110-EXIT.
036800 1120-EXIT.
036900     EXIT.

037000******************************************************************
037100*    2000-CHECK-PARTITIONS
037200*    FIRST PASS - READS EVERY PARTITION FILE WITHOUT WRITING
037300*    ANYTHING. EACH PARTITION MUST HAVE FINISHED (NO CHECKPOINT
037400*    LEFT BEHIND) AND ACCOUNTED FOR EVERY TAPE IN ITS RANGE ON
037500*    PRTRPT AND AUDITFILE, THE CONCATENATED FILES MUST RUN IN
037600*    ORIGINAL TAPE ORDER, AND TAPEOUT MUST HOLD ONE RECORD PER
037700*    TAPE. EVERY PROBLEM FOUND IS REPORTED, NOT JUST THE FIRST.
037800******************************************************************
037900 2000-CHECK-PARTITIONS.
038000     PERFORM 2100-CHECK-CHECKPOINTS THRU 2100-EXIT
038100     PERFORM 2200-CHECK-PRTRPT THRU 2200-EXIT
038200     PERFORM 2300-CHECK-TAPEOUT THRU 2300-EXIT
038300     PERFORM 2400-CHECK-AUDIT THRU 2400-EXIT
038400     PERFORM 2500-CHECK-ONE-PARTITION THRU 2500-EXIT
038500         VARYING PN-IDX FROM 1 BY 1
038600         UNTIL PN-IDX > PART-COUNT
038700     IF OUTSIDE-TAPE-CT > ZERO
038800         MOVE 'TAPE NUMBER OUTSIDE EVERY PARTITION'
038900             TO MERGE-ERROR-MSG
039000         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
039100     END-IF.
039200 2000-EXIT.
039300     EXIT.

039400******************************************************************
039500*    2100-CHECK-CHECKPOINTS
039600*    A PARTITION STEP THAT RAN TO THE END LEAVES ITS CHECKPOINT
039700*    EMPTY (TuringMachine 9010-CLEAR-CHECKPOINT). A CHECKPOINT
039800*    RECORD LEFT IN ANY OF THEM IS A RESTART STILL TO BE RUN, AND
039900*    ITS TAPE NUMBER SAYS WHICH PARTITION OWES IT. A CHECKPOINT
039920*    THAT WILL NOT OPEN CANNOT PROVE THERE IS NONE, SO IT REFUSES
039940*    THE MERGE TOO.
040000******************************************************************
040100 2100-CHECK-CHECKPOINTS.
040200     OPEN INPUT PARTCKPT
040300     IF PARTCKPT-STATUS NOT = '00'
040320         MOVE 'PARTITION CHECKPOINT NOT READABLE'
040340             TO MERGE-ERROR-MSG
040360         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
040380         GO TO 2100-EXIT
040500     END-IF
040600     PERFORM 2110-READ-PARTCKPT THRU 2110-EXIT
040700     PERFORM 2120-NOTE-CHECKPOINT THRU 2120-EXIT
040800         UNTIL PARTCKPT-EOF
040900     CLOSE PARTCKPT.
041000 2100-EXIT.
041100     EXIT.

041200 2110-READ-PARTCKPT.
041300     READ PARTCKPT
041400         AT END
041500             SET PARTCKPT-EOF TO TRUE
041600     END-READ.
041700 2110-EXIT.
041800     EXIT.

041900 2120-NOTE-CHECKPOINT.
042000     IF PC-TAPE-NUM IS NUMERIC
042100         MOVE PC-TAPE-NUM TO LOOKUP-TAPE-NUM
042200         PERFORM 2900-FIND-PARTITION THRU 2900-EXIT
042300         IF PART-FOUND
042400             SET PN-RESTART-OUTSTANDING (PN-IDX) TO TRUE
042500         END-IF
042600     END-IF
042700     PERFORM 2110-READ-PARTCKPT THRU 2110-EXIT.
042800 2120-EXIT.
042900     EXIT.

043000******************************************************************
043100*    2200-CHECK-PRTRPT
043200*    A DETAIL LINE CARRIES ITS TAPE NUMBER IN COLS 1-6. ACROSS THE
043300*    CONCATENATED PARTITION REPORTS THOSE NUMBERS MUST RUN 1, 2,
043400*    3... WITHOUT A BREAK, AND EACH IS TALLIED TO ITS PARTITION.
043500******************************************************************
043600 2200-CHECK-PRTRPT.
043700     OPEN INPUT PARTPRT
043800     IF PARTPRT-STATUS NOT = '00'
043900         SET PARTPRT-NOT-FOUND TO TRUE
044000         MOVE 'PARTITION PRTRPT MISSING' TO MERGE-ERROR-MSG
044100         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
044200         GO TO 2200-EXIT
044300     END-IF
044400     PERFORM 2210-READ-PARTPRT THRU 2210-EXIT
044500     PERFORM 2220-CHECK-PRTRPT-LINE THRU 2220-EXIT
044600         UNTIL PARTPRT-EOF
044700     CLOSE PARTPRT
044800     IF PRT-ORDER-BREAK-CT > ZERO
044900         MOVE 'PRTRPT TAPES NOT IN ORIGINAL ORDER'
045000             TO MERGE-ERROR-MSG
045100         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
045200     END-IF.
045300 2200-EXIT.
045400     EXIT.

045500 2210-READ-PARTPRT.
045600     READ PARTPRT
045700         AT END
045800             SET PARTPRT-EOF TO TRUE
045900     END-READ.
046000 2210-EXIT.
046100     EXIT.

046200 2220-CHECK-PRTRPT-LINE.
046300     IF PP-TAPE-NUM IS NUMERIC
046400         ADD 1 TO PRT-DETAIL-CT
046500         MOVE PP-TAPE-NUM TO LOOKUP-TAPE-NUM
046600         IF LOOKUP-TAPE-NUM NOT = EXPECT-TAPE
046700             ADD 1 TO PRT-ORDER-BREAK-CT
046800         END-IF
046900         COMPUTE EXPECT-TAPE = LOOKUP-TAPE-NUM + 1
047000         PERFORM 2900-FIND-PARTITION THRU 2900-EXIT
047100         IF PART-FOUND
047200             ADD 1 TO PN-PRT-CT (PN-IDX)
047300         END-IF
047400     END-IF
047500     PERFORM 2210-READ-PARTPRT THRU 2210-EXIT.
047600 2220-EXIT.
047700     EXIT.

047800******************************************************************
047900*    2300-CHECK-TAPEOUT
048000*    A TAPEOUT RECORD CARRIES NO TAPE NUMBER, SO ONLY THE TOTAL
048100*    CAN BE PROVED HERE - ONE FINAL TAPE PER TAPE IN THE SPLIT.
048200*    ORDER FOLLOWS FROM THE CONCATENATION, THE SAME AS PRTRPT'S.
048300******************************************************************
048400 2300-CHECK-TAPEOUT.
048500     OPEN INPUT PARTOUT
048600     IF PARTOUT-STATUS NOT = '00'
048700         MOVE 'PARTITION TAPEOUT MISSING' TO MERGE-ERROR-MSG
048800         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
048900         GO TO 2300-EXIT
049000     END-IF
049100     PERFORM 2310-READ-PARTOUT THRU 2310-EXIT
049200     PERFORM 2320-COUNT-PARTOUT THRU 2320-EXIT
049300         UNTIL PARTOUT-EOF
049400     CLOSE PARTOUT
049500     IF TAPEOUT-CT NOT = SPLIT-TAPE-TOTAL
049600         MOVE 'TAPEOUT NOT ONE RECORD PER TAPE' TO MERGE-ERROR-MSG
049700         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
049800     END-IF.
049900 2300-EXIT.
050000     EXIT.

050100 2310-READ-PARTOUT.
050200     READ PARTOUT
050300         AT END
050400             SET PARTOUT-EOF TO TRUE
050500     END-READ.
050600 2310-EXIT.
050700     EXIT.

050800 2320-COUNT-PARTOUT.
050900     ADD 1 TO TAPEOUT-CT
051000     PERFORM 2310-READ-PARTOUT THRU 2310-EXIT.
051100 2320-EXIT.
051200     EXIT.

051300******************************************************************
051400*    2400-CHECK-AUDIT
051500*    EVERY CHANGE OF AUD-TAPE-NUM IS A NEW TAPE. ACROSS THE
051600*    CONCATENATED PARTITION AUDIT FILES THE TAPE NUMBERS MUST ONLY
051700*    EVER GO UP, AND EACH NEW TAPE IS TALLIED TO ITS PARTITION.
051800******************************************************************
051900 2400-CHECK-AUDIT.
052000     OPEN INPUT PARTAUD
052100     IF PARTAUD-STATUS NOT = '00'
052200         SET PARTAUD-NOT-FOUND TO TRUE
052300         MOVE 'PARTITION AUDITFILE MISSING' TO MERGE-ERROR-MSG
052400         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
052500         GO TO 2400-EXIT
052600     END-IF
052700     PERFORM 2410-READ-PARTAUD THRU 2410-EXIT
052800     PERFORM 2420-CHECK-AUDIT-RECORD THRU 2420-EXIT
052900         UNTIL PARTAUD-EOF
053000     CLOSE PARTAUD
053100     IF AUD-ORDER-BREAK-CT > ZERO
053200         MOVE 'AUDIT TAPES NOT IN ORIGINAL ORDER'
053300             TO MERGE-ERROR-MSG
053400         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
053500     END-IF.
053600 2400-EXIT.
053700     EXIT.

053800 2410-READ-PARTAUD.
053900     READ PARTAUD
054000         AT END
054100             SET PARTAUD-EOF TO TRUE
054200     END-READ.
054300 2410-EXIT.
054400     EXIT.

054500 2420-CHECK-AUDIT-RECORD.
054600     IF AUD-TAPE-NUM NOT = PREV-AUD-TAPE
054700         IF AUD-TAPE-NUM < PREV-AUD-TAPE
054800             ADD 1 TO AUD-ORDER-BREAK-CT
054900         END-IF
055000         MOVE AUD-TAPE-NUM TO LOOKUP-TAPE-NUM
055100         PERFORM 2900-FIND-PARTITION THRU 2900-EXIT
055200         IF PART-FOUND
055300             ADD 1 TO PN-AUD-CT (PN-IDX)
055400         END-IF
055500         MOVE AUD-TAPE-NUM TO PREV-AUD-TAPE
055600     END-IF
055700     PERFORM 2410-READ-PARTAUD THRU 2410-EXIT.
055800 2420-EXIT.
055900     EXIT.

056000******************************************************************
056100*    2500-CHECK-ONE-PARTITION
056200*    ONE PARTITION'S STANDING: NO RESTART OWED, AND ONE PRTRPT
056300*    LINE AND ONE AUDIT TAPE FOR EVERY TAPE IN ITS RANGE.
056400******************************************************************
056500 2500-CHECK-ONE-PARTITION.
056600     MOVE PN-PART-NUM (PN-IDX) TO PART-NUM-DISP
056700     IF PN-RESTART-OUTSTANDING (PN-IDX)
056800         MOVE 'PARTITION    RESTART OUTSTANDING'
056900             TO MERGE-ERROR-MSG
057000         MOVE PART-NUM-DISP TO MERGE-ERROR-MSG(11:2)
057100         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
057200     END-IF
057300     IF PARTPRT-FOUND
057400         AND PN-PRT-CT (PN-IDX) NOT = PN-TAPE-COUNT (PN-IDX)
057500         MOVE 'PARTITION    PRTRPT SHORT OR LONG'
057600             TO MERGE-ERROR-MSG
057700         MOVE PART-NUM-DISP TO MERGE-ERROR-MSG(11:2)
057800         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
057900     END-IF
058000     IF PARTAUD-FOUND
058100         AND PN-AUD-CT (PN-IDX) NOT = PN-TAPE-COUNT (PN-IDX)
058200         MOVE 'PARTITION    AUDIT SHORT OR LONG'
058300             TO MERGE-ERROR-MSG
058400         MOVE PART-NUM-DISP TO MERGE-ERROR-MSG(11:2)
058500         PERFORM 8100-REFUSE-MERGE THRU 8100-EXIT
058600     END-IF.
058700 2500-EXIT.
058800     EXIT.

058900******************************************************************
059000*    2900-FIND-PARTITION
059100*    FINDS THE PARTITION WHOSE TAPE RANGE HOLDS LOOKUP-TAPE-NUM. A
059200*    TAPE NO PARTITION CLAIMS IS COUNTED FOR 2000 TO REPORT.
059300******************************************************************
059400 2900-FIND-PARTITION.
059500     SET PART-NOT-FOUND TO TRUE
059600     SET PN-IDX TO 1
059700     SEARCH PARTITION-ENTRY
059800         AT END
059900             ADD 1 TO OUTSIDE-TAPE-CT
060000         WHEN LOOKUP-TAPE-NUM NOT < PN-FIRST-TAPE (PN-IDX)
060100             AND LOOKUP-TAPE-NUM NOT > PN-LAST-TAPE (PN-IDX)
060200             SET PART-FOUND TO TRUE
060300     END-SEARCH.
060400 2900-EXIT.
060500     EXIT.

060600******************************************************************
060700*    3000-WRITE-MERGED-RUN
060800*    SECOND PASS - EVERY PARTITION IS IN BALANCE, SO THE MERGED
060900*    FILES ARE WRITTEN AND THE PARTITIONS' RUN HISTORY POSTED.
061000******************************************************************
061100 3000-WRITE-MERGED-RUN.
061200     OPEN INPUT PARTOUT
061300     OPEN INPUT PARTAUD
061400     OPEN INPUT PARTPRT
061500     OPEN OUTPUT TAPEOUT
061600     OPEN OUTPUT AUDITFILE
061700     OPEN OUTPUT PRTRPT
061800     SET PARTOUT-NOT-EOF TO TRUE
061900     SET PARTAUD-NOT-EOF TO TRUE
062000     SET PARTPRT-NOT-EOF TO TRUE
062100     PERFORM 2310-READ-PARTOUT THRU 2310-EXIT
062200     PERFORM 3100-COPY-TAPEOUT THRU 3100-EXIT
062300         UNTIL PARTOUT-EOF
062400     PERFORM 2410-READ-PARTAUD THRU 2410-EXIT
062500     PERFORM 3200-COPY-AUDIT THRU 3200-EXIT
062600         UNTIL PARTAUD-EOF
062700     PERFORM 3300-WRITE-REPORT-HEADER THRU 3300-EXIT
062800     PERFORM 2210-READ-PARTPRT THRU 2210-EXIT
062900     PERFORM 3310-COPY-PRTRPT-LINE THRU 3310-EXIT
063000         UNTIL PARTPRT-EOF
063100     PERFORM 3320-WRITE-VERDICT-SUMMARY THRU 3320-EXIT
063200     CLOSE PARTOUT
063300     CLOSE PARTAUD
063400     CLOSE PARTPRT
063500     CLOSE TAPEOUT
063600     CLOSE AUDITFILE
063700     CLOSE PRTRPT
063800     OPEN EXTEND RUNHIST
063900     PERFORM 3400-POST-ONE-HISTORY THRU 3400-EXIT
064000         VARYING PART-SUB FROM 1 BY 1
064100         UNTIL PART-SUB > PART-COUNT
064200     CLOSE RUNHIST.
064300 3000-EXIT.
064400     EXIT.

064500 3100-COPY-TAPEOUT.
064600     WRITE TAPE-OUT-RECORD FROM PART-OUT-RECORD
064700     PERFORM 2310-READ-PARTOUT THRU 2310-EXIT.
064800 3100-EXIT.
064900     EXIT.

065000 3200-COPY-AUDIT.
065100     WRITE MERGED-AUDIT-RECORD FROM AUDIT-RECORD
065200     ADD 1 TO AUD-RECORD-CT
065300     PERFORM 2410-READ-PARTAUD THRU 2410-EXIT.
065400 3200-EXIT.
065500     EXIT.

065600******************************************************************
065700*    3300-WRITE-REPORT-HEADER
065800*    ONE HEADING FOR THE WHOLE BATCH IN PLACE OF THE PARTITIONS'
065900*    OWN - THE SAME TITLE, RUN DATE AND COLUMN HEADINGS THE
066000*    MACHINE STEP WRITES, WITH A LINE NAMING THE SPLIT.
066100******************************************************************
066200 3300-WRITE-REPORT-HEADER.
066300     MOVE SPACES TO PRTRPT-RECORD
066400     MOVE 'TURING MACHINE RUN REPORT' TO PRTRPT-RECORD
066500     WRITE PRTRPT-RECORD
066600     MOVE SPACES TO PRTRPT-RECORD
066700     MOVE 'BUSINESS DATE: ' TO PRTRPT-RECORD
066800     MOVE RUN-DATE TO PRTRPT-RECORD(16:8)
066820     MOVE ' CLOCK DATE: ' TO PRTRPT-RECORD(24:13)
066840     MOVE CLOCK-DATE TO PRTRPT-RECORD(37:8)
066900     WRITE PRTRPT-RECORD
067000     MOVE SPACES TO PRTRPT-RECORD
067100     MOVE 'PARTITIONED RUN - BATCH ' TO PRTRPT-RECORD
067200     MOVE BATCH-ID-SAVE TO PRTRPT-RECORD(25:8)
067300     MOVE PART-COUNT TO PART-NUM-DISP
067400     MOVE ' - ' TO PRTRPT-RECORD(33:3)
067500     MOVE PART-NUM-DISP TO PRTRPT-RECORD(36:2)
067600     MOVE ' PARTITIONS MERGED' TO PRTRPT-RECORD(38:18)
067700     WRITE PRTRPT-RECORD
067800     MOVE SPACES TO PRTRPT-RECORD
067900     MOVE 'TAPE#  START TAPE  STEPS  FINAL TAPE  STAT'
068000         TO PRTRPT-RECORD
068100     MOVE 'HALT REASON' TO PRTRPT-RECORD(46:12)
068200     MOVE 'VERDICT' TO PRTRPT-RECORD(58:7)
068300     WRITE PRTRPT-RECORD.
068400 3300-EXIT.
068500     EXIT.

068600******************************************************************
068700*    3310-COPY-PRTRPT-LINE
068800*    ONLY A TAPE'S OWN LINES ARE CARRIED OVER - ITS DETAIL LINE
068900*    (TAPE NUMBER IN COLS 1-6) AND, FOR A MULTI-TAPE MACHINE, ITS
069000*    'TAPE N' LINES. EACH PARTITION'S HEADINGS AND VERDICT COUNTS
069100*    ARE DROPPED; THE VERDICTS ARE COUNTED AFRESH FROM THE LINES.
069200******************************************************************
069300 3310-COPY-PRTRPT-LINE.
069400     IF PP-TAPE-NUM IS NUMERIC
069500         WRITE PRTRPT-RECORD FROM PART-PRT-RECORD
069600         EVALUATE PP-VERDICT
069700             WHEN 'ACCEPT'
069800                 ADD 1 TO ACCEPT-COUNT
069900             WHEN 'REJECT'
070000                 ADD 1 TO REJECT-COUNT
070100             WHEN OTHER
070200                 ADD 1 TO UNDECIDED-COUNT
070300         END-EVALUATE
070400     ELSE
070500         IF PP-TAPE-LABEL = 'TAPE '
070600             AND PP-TAPE-LABEL-NUM IS NUMERIC
070700             WRITE PRTRPT-RECORD FROM PART-PRT-RECORD
070800         END-IF
070900     END-IF
071000     PERFORM 2210-READ-PARTPRT THRU 2210-EXIT.
071100 3310-EXIT.
071200     EXIT.

071300******************************************************************
071400*    3320-WRITE-VERDICT-SUMMARY
071500*    THE BATCH'S ONE VERDICT LINE, IN THE MACHINE STEP'S FORMAT.
071600******************************************************************
071700 3320-WRITE-VERDICT-SUMMARY.
071800     MOVE SPACES TO PRTRPT-RECORD
071900     MOVE 'VERDICTS ACCEPT ' TO PRTRPT-RECORD
072000     MOVE ACCEPT-COUNT TO VERDICT-COUNT-DISP
072100     MOVE VERDICT-COUNT-DISP TO PRTRPT-RECORD(17:6)
072200     MOVE ' REJECT ' TO PRTRPT-RECORD(23:8)
072300     MOVE REJECT-COUNT TO VERDICT-COUNT-DISP
072400     MOVE VERDICT-COUNT-DISP TO PRTRPT-RECORD(31:6)
072500     MOVE ' UNDECIDED ' TO PRTRPT-RECORD(37:11)
072600     MOVE UNDECIDED-COUNT TO VERDICT-COUNT-DISP
072700     MOVE VERDICT-COUNT-DISP TO PRTRPT-RECORD(48:6)
072800     WRITE PRTRPT-RECORD.
072900 3320-EXIT.
073000     EXIT.

073100******************************************************************
073200*    3400-POST-ONE-HISTORY
073300*    APPENDS ONE PARTITION'S RUN HISTORY TO THE RUNHIST MASTER AND
073400*    EMPTIES THE PARTITION FILE. A PARTITION FILE THAT IS NOT
073500*    THERE HAS NOTHING TO POST.
073600******************************************************************
073700 3400-POST-ONE-HISTORY.
073800     PERFORM 3410-OPEN-HISTORY THRU 3410-EXIT
073900     IF PHIST-STATUS NOT = '00'
074000         GO TO 3400-EXIT
074100     END-IF
074200     SET PHIST-NOT-EOF TO TRUE
074300     PERFORM 3420-READ-HISTORY THRU 3420-EXIT
074400     PERFORM 3430-COPY-HISTORY THRU 3430-EXIT
074500         UNTIL PHIST-EOF
074600     PERFORM 3440-EMPTY-HISTORY THRU 3440-EXIT.
074700 3400-EXIT.
074800     EXIT.

074900 3410-OPEN-HISTORY.
075000     EVALUATE PART-SUB
075100         WHEN 1  OPEN INPUT PHIST01
075200         WHEN 2  OPEN INPUT PHIST02
075300         WHEN 3  OPEN INPUT PHIST03
075400         WHEN 4  OPEN INPUT PHIST04
075500         WHEN 5  OPEN INPUT PHIST05
075600         WHEN 6  OPEN INPUT PHIST06
075700         WHEN 7  OPEN INPUT PHIST07
075800         WHEN 8  OPEN INPUT PHIST08
075900     END-EVALUATE.
076000 3410-EXIT.
076100     EXIT.

076200 3420-READ-HISTORY.
076300     EVALUATE PART-SUB
076400         WHEN 1  READ PHIST01 INTO HIST-HOLD-RECORD
076500         WHEN 2  READ PHIST02 INTO HIST-HOLD-RECORD
076600         WHEN 3  READ PHIST03 INTO HIST-HOLD-RECORD
076700         WHEN 4  READ PHIST04 INTO HIST-HOLD-RECORD
076800         WHEN 5  READ PHIST05 INTO HIST-HOLD-RECORD
076900         WHEN 6  READ PHIST06 INTO HIST-HOLD-RECORD
077000         WHEN 7  READ PHIST07 INTO HIST-HOLD-RECORD
077100         WHEN 8  READ PHIST08 INTO HIST-HOLD-RECORD
077200     END-EVALUATE
077300     IF PHIST-STATUS NOT = '00'
077400         SET PHIST-EOF TO TRUE
077500     END-IF.
077600 3420-EXIT.
077700     EXIT.

077800 3430-COPY-HISTORY.
077900     WRITE HISTORY-RECORD FROM HIST-HOLD-RECORD
078000     ADD 1 TO HIST-POSTED-CT
078100     PERFORM 3420-READ-HISTORY THRU 3420-EXIT.
078200 3430-EXIT.
078300     EXIT.

078400******************************************************************
078500*    3440-EMPTY-HISTORY
078600*    RE-OPENING THE POSTED FILE FOR OUTPUT TRUNCATES IT, THE SAME
078700*    WAY THE MACHINE STEP CLEARS ITS CHECKPOINT.
078800******************************************************************
078900 3440-EMPTY-HISTORY.
079000     EVALUATE PART-SUB
079100         WHEN 1  CLOSE PHIST01
079200                 OPEN OUTPUT PHIST01
079300                 CLOSE PHIST01
079400         WHEN 2  CLOSE PHIST02
079500                 OPEN OUTPUT PHIST02
079600                 CLOSE PHIST02
079700         WHEN 3  CLOSE PHIST03
079800                 OPEN OUTPUT PHIST03
079900                 CLOSE PHIST03
080000         WHEN 4  CLOSE PHIST04
080100                 OPEN OUTPUT PHIST04
080200                 CLOSE PHIST04
080300         WHEN 5  CLOSE PHIST05
080400                 OPEN OUTPUT PHIST05
080500                 CLOSE PHIST05
080600         WHEN 6  CLOSE PHIST06
080700                 OPEN OUTPUT PHIST06
080800                 CLOSE PHIST06
080900         WHEN 7  CLOSE PHIST07
081000                 OPEN OUTPUT PHIST07
081100                 CLOSE PHIST07
081200         WHEN 8  CLOSE PHIST08
081300                 OPEN OUTPUT PHIST08
081400                 CLOSE PHIST08
081500     END-EVALUATE.
081600 3440-EXIT.
081700     EXIT.

081800******************************************************************
081900*    4000-POST-PARTITION-EXCPS
082000*    THE PARTITION STEPS' EXCEPTIONS GO TO THE SHARED EXCEPTION
082100*    FILE WHETHER OR NOT THE MERGE WENT AHEAD - A PARTITION THAT
082200*    ABENDED IS EXACTLY WHAT THE MORNING REPORT MUST SHOW. EACH
082300*    PARTITION FILE IS EMPTIED ONCE POSTED, SO WHAT A RESTARTED
082400*    PARTITION ADDS LATER IS POSTED BY THE NEXT MERGE, ONCE.
082500******************************************************************
082600 4000-POST-PARTITION-EXCPS.
082700     PERFORM 4100-POST-ONE-EXCP-FILE THRU 4100-EXIT
082800         VARYING PART-SUB FROM 1 BY 1
082900         UNTIL PART-SUB > PART-COUNT.
083000 4000-EXIT.
083100     EXIT.

083200 4100-POST-ONE-EXCP-FILE.
083300     PERFORM 4110-OPEN-EXCP-FILE THRU 4110-EXIT
083400     IF PEXCP-STATUS NOT = '00'
083500         GO TO 4100-EXIT
083600     END-IF
083700     SET PEXCP-NOT-EOF TO TRUE
083800     PERFORM 4120-READ-EXCP-FILE THRU 4120-EXIT
083900     PERFORM 4130-COPY-EXCEPTION THRU 4130-EXIT
084000         UNTIL PEXCP-EOF
084100     PERFORM 4140-EMPTY-EXCP-FILE THRU 4140-EXIT.
084200 4100-EXIT.
084300     EXIT.

084400 4110-OPEN-EXCP-FILE.
084500     EVALUATE PART-SUB
084600         WHEN 1  OPEN INPUT PEXCP01
084700         WHEN 2  OPEN INPUT PEXCP02
084800         WHEN 3  OPEN INPUT PEXCP03
084900         WHEN 4  OPEN INPUT PEXCP04
085000         WHEN 5  OPEN INPUT PEXCP05
085100         WHEN 6  OPEN INPUT PEXCP06
085200         WHEN 7  OPEN INPUT PEXCP07
085300         WHEN 8  OPEN INPUT PEXCP08
085400     END-EVALUATE.
085500 4110-EXIT.
085600     EXIT.

085700 4120-READ-EXCP-FILE.
085800     EVALUATE PART-SUB
085900         WHEN 1  READ PEXCP01 INTO EXCP-HOLD-RECORD
086000         WHEN 2  READ PEXCP02 INTO EXCP-HOLD-RECORD
086100         WHEN 3  READ PEXCP03 INTO EXCP-HOLD-RECORD
086200         WHEN 4  READ PEXCP04 INTO EXCP-HOLD-RECORD
086300         WHEN 5  READ PEXCP05 INTO EXCP-HOLD-RECORD
086400         WHEN 6  READ PEXCP06 INTO EXCP-HOLD-RECORD
086500         WHEN 7  READ PEXCP07 INTO EXCP-HOLD-RECORD
086600         WHEN 8  READ PEXCP08 INTO EXCP-HOLD-RECORD
086700     END-EVALUATE
086800     IF PEXCP-STATUS NOT = '00'
086900         SET PEXCP-EOF TO TRUE
087000     END-IF.
087100 4120-EXIT.
087200     EXIT.

087300 4130-COPY-EXCEPTION.
087400     WRITE EXCEPTION-RECORD FROM EXCP-HOLD-RECORD
087500     MOVE SPACES TO EXCEPTION-RECORD
087600     MOVE ZERO TO XC-UNIT-NUM
087700     ADD 1 TO EXCP-POSTED-CT
087800     PERFORM 4120-READ-EXCP-FILE THRU 4120-EXIT.
087900 4130-EXIT.
088000     EXIT.

088100 4140-EMPTY-EXCP-FILE.
088200     EVALUATE PART-SUB
088300         WHEN 1  CLOSE PEXCP01
088400                 OPEN OUTPUT PEXCP01
088500                 CLOSE PEXCP01
088600         WHEN 2  CLOSE PEXCP02
088700                 OPEN OUTPUT PEXCP02
088800                 CLOSE PEXCP02
088900         WHEN 3  CLOSE PEXCP03
089000                 OPEN OUTPUT PEXCP03
089100                 CLOSE PEXCP03
089200         WHEN 4  CLOSE PEXCP04
089300                 OPEN OUTPUT PEXCP04
089400                 CLOSE PEXCP04
089500         WHEN 5  CLOSE PEXCP05
089600                 OPEN OUTPUT PEXCP05
089700                 CLOSE PEXCP05
089800         WHEN 6  CLOSE PEXCP06
089900                 OPEN OUTPUT PEXCP06
090000                 CLOSE PEXCP06
090100         WHEN 7  CLOSE PEXCP07
090200                 OPEN OUTPUT PEXCP07
090300                 CLOSE PEXCP07
090400         WHEN 8  CLOSE PEXCP08
090500                 OPEN OUTPUT PEXCP08
090600                 CLOSE PEXCP08
090700     END-EVALUATE.
090800 4140-EXIT.
090900     EXIT.

091000******************************************************************
091100*    8100-REFUSE-MERGE
091200*    THE PARTITIONS CANNOT BE MERGED AS THEY STAND - SAY WHY ON
091300*    SYSOUT AND ON THE SHARED EXCEPTION FILE, AND LET 9000 END THE
091400*    STEP RC=8. NO MERGED FILE IS WRITTEN AND NO RUN HISTORY IS
091500*    POSTED, SO THE MERGE CAN SIMPLY BE RERUN ONCE THE PARTITION
091600*    AT FAULT HAS BEEN RESTARTED OR RERUN.
091700******************************************************************
091800 8100-REFUSE-MERGE.
091900     SET MERGE-REFUSED TO TRUE
092000     DISPLAY 'PARTITION MERGE REFUSED - ' MERGE-ERROR-MSG
092100     MOVE 'S'             TO XC-SEVERITY
092200     MOVE 'MERGE'         TO XC-CATEGORY
092300     MOVE BATCH-ID-SAVE   TO XC-BATCH-ID
092400     MOVE 'PARTITION MERGE REFUSED - ' TO XC-MESSAGE
092500     MOVE MERGE-ERROR-MSG TO XC-MESSAGE(27:34)
092600     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
092700 8100-EXIT.
092800     EXIT.

092900******************************************************************
093000*    8900-WRITE-EXCEPTION
093100*    APPENDS THE ITEM THE CALLER DESCRIBED TO EXCPFILE FOR THE
093200*    MORNING EXCEPTION REPORT AND CLEARS THE RECORD FOR THE NEXT.
093300******************************************************************
093400 8900-WRITE-EXCEPTION.
093500     MOVE RUN-DATE  TO XC-RUN-DATE
093600     MOVE 'TMMERGE' TO XC-PROGRAM
093700     WRITE EXCEPTION-RECORD
093800     MOVE SPACES TO EXCEPTION-RECORD
093900     MOVE ZERO TO XC-UNIT-NUM.
094000 8900-EXIT.
094100     EXIT.

094200******************************************************************
094300*    9000-TERMINATE
094400*    A REFUSED MERGE ENDS RC=8 SO THE SCHEDULER HOLDS THE RETURN
094500*    FILE AND EVERYTHING DOWNSTREAM OF THE BATCH.
094600******************************************************************
094700 9000-TERMINATE.
094800     CLOSE EXCPFILE
094900     MOVE EXCP-POSTED-CT TO COUNT-DISP
095000     DISPLAY 'PARTITION EXCEPTIONS POSTED: ' COUNT-DISP
095100     IF MERGE-REFUSED
095200         MOVE 8 TO RETURN-CODE
095300         DISPLAY 'NOTHING MERGED. PARTITION RUN HISTORY KEPT FOR'
095400             ' THE RERUN.'
095500     ELSE
095600         MOVE PART-COUNT TO PART-NUM-DISP
095700         MOVE TAPEOUT-CT TO COUNT-DISP
095800         DISPLAY 'BATCH ' BATCH-ID-SAVE ' MERGED FROM '
095900             PART-NUM-DISP ' PARTITIONS, ' COUNT-DISP ' TAPES'
096000         MOVE HIST-POSTED-CT TO COUNT-DISP
096100         DISPLAY 'RUN HISTORY RECORDS POSTED: ' COUNT-DISP
096200     END-IF.
096300 9000-EXIT.
096400     EXIT.

096500 END PROGRAM TMMERGE.
