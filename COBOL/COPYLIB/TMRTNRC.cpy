000100******************************************************************
000200* TMRTNRC - SHARED SUPPLIER RETURN-FILE RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* COPIED INTO THE FD FOR RTNFILE BY TMRETURN (WHICH BUILDS THE
000500* RETURN FILE FOR AN ACCEPTED TAPEIN BATCH AT THE END OF THE RUN)
000600* AND BY TMRECON (WHICH BALANCES IT AGAINST THE BATCHREG RECEIPT)
000700* SO BOTH AGREE ON ONE DEFINITION OF WHAT GOES BACK TO THE
000800* SUPPLIER. THE FILE IS ENVELOPED THE WAY THEIR TAPEIN IS: AN
000900* HDR HEADER ECHOING THEIR BATCH ID AND CREATION DATE, ONE DTL
001000* DETAIL PER TAPEIN DATA RECORD IN THEIR ORIGINAL ORDER, AND A
001100* TRL TRAILER WHOSE COUNTS FOOT TO BR-RECORD-COUNT, BR-CLEAN-
001200* COUNT AND BR-REJECT-COUNT.
001300* RD-SEQ-NUM IS THE DATA RECORD'S POSITION IN THE BATCH (THE HDR
001400* NOT COUNTED). A RECORD THAT RAN (RD-DISPOSITION 'C') CARRIES ITS
001500* FINAL TAPES, FINAL STATE, STEP COUNT, HALT REASON, VERDICT AND
001600* THE *VERSION GENERATION OF THE TABLE IT RAN AGAINST (ZERO FOR
001700* AN UNVERSIONED TABLE). A RECORD THE INPUT EDIT REJECTED
001800* (RD-DISPOSITION 'R') CARRIES ONLY ITS TAPEREJ REASON CODE - SEE
001900* THE RD-REJECT-AREA VIEW.
002000******************************************************************
002100 01  RETURN-HEADER-RECORD.
002200     05  RH-RECORD-TYPE          PIC X(03).
002300         88  RH-HEADER-PRESENT              VALUE 'HDR'.
002400     05  RH-BATCH-ID             PIC X(08).
002500     05  RH-CREATE-DATE          PIC 9(08).
002600     05  RH-RETURN-DATE          PIC 9(08).
002700 01  RETURN-DETAIL-RECORD.
002800     05  RD-RECORD-TYPE          PIC X(03).
002900         88  RD-DETAIL-PRESENT              VALUE 'DTL'.
003000     05  RD-SEQ-NUM              PIC 9(06).
003100     05  RD-DISPOSITION          PIC X(01).
003200         88  RD-CLEAN                       VALUE 'C'.
003300         88  RD-REJECTED                    VALUE 'R'.
003400     05  RD-RESULT-AREA.
003500         10  RD-FINAL-TAPE       PIC X(40).
003600         10  RD-X-FINAL-TAPE     PIC X(40) OCCURS 2 TIMES.
003700         10  RD-FINAL-STATE      PIC X(08).
003800         10  RD-STEPS            PIC 9(06).
003900         10  RD-HALT-REASON      PIC X(20).
004000         10  RD-VERDICT          PIC X(09).
004100         10  RD-TABLE-VERSION    PIC 9(04).
004200     05  RD-REJECT-AREA REDEFINES RD-RESULT-AREA.
004300         10  RD-REASON-CODE      PIC X(02).
004400         10  RD-REJECT-FILL      PIC X(165).
004500 01  RETURN-TRAILER-RECORD.
004600     05  RT-RECORD-TYPE          PIC X(03).
004700         88  RT-TRAILER-PRESENT             VALUE 'TRL'.
004800     05  RT-RECORD-COUNT         PIC 9(06).
004900     05  RT-CLEAN-COUNT          PIC 9(06).
005000     05  RT-REJECT-COUNT         PIC 9(06).
