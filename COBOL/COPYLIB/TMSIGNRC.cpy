000100******************************************************************
000200* TMSIGNRC - SHARED AUTHORIZED-SIGNER RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* COPIED INTO THE FD FOR SIGNERS BY EVERY PROGRAM THAT ACCEPTS A
000500* SIGNED CARD - TMTRANMT (TABLE CHANGE CARDS), TMCATMT (CATALOG
000600* CARDS) AND TMPROMOTE (THE PROMPARM CARD). ONE RECORD PER USER
000700* ID ALLOWED TO SIGN ANYTHING. SG-AREA LISTS UP TO FOUR OWNING
000800* AREAS (MCATALOG MC-OWNER VALUES) THE SIGNER MAY ACT FOR; THE
000900* THREE AUTHORITY BYTES SAY WHAT THEY MAY DO THERE ('Y' = MAY):
001000* EDIT TRANSITION TABLES, MAINTAIN THE CATALOG, PROMOTE A TABLE.
001100* SG-EXPIRY-DATE IS THE LAST DAY THE AUTHORITY IS GOOD FOR
001200* (YYYYMMDD) - EVERY SIGNER MUST CARRY ONE; A BLANK OR ZERO DATE
001300* COUNTS AS EXPIRED. KEEPING MAKER AND CHECKER APART IS THE
001400* JOB OF THIS FILE'S OWNER: GIVE ONE USER ID EDIT OR PROMOTE,
001500* NOT BOTH, UNLESS AUDIT HAS AGREED IT.
001600******************************************************************
001700 01  SIGNER-RECORD.
001800     05  SG-USER-ID              PIC X(08).
001900     05  SG-SEP1                 PIC X(01).
002000     05  SG-AREA-LIST.
002100         10  SG-AREA             PIC X(08) OCCURS 4 TIMES.
002200     05  SG-SEP2                 PIC X(01).
002300     05  SG-AUTH-EDIT            PIC X(01).
002400     05  SG-AUTH-CATALOG         PIC X(01).
002500     05  SG-AUTH-PROMOTE         PIC X(01).
002600     05  SG-SEP3                 PIC X(01).
002700     05  SG-EXPIRY-DATE          PIC 9(08).
002800     05  SG-SEP4                 PIC X(01).
002900     05  SG-NAME                 PIC X(30).
