000100******************************************************************
000200* TMEXCPRC - SHARED EXCEPTION RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* COPIED INTO THE FD FOR EXCPFILE BY EVERY PROGRAM THAT REPORTS
000500* A FAILURE OR A FINDING ON ITS OWN LISTING (TuringMachine,
000600* TMDRIVER, TMRECON, TMTRANMT, TMCATMT, TMPROMOTE, TMXREF,
000650* TMSPLIT, TMMERGE, TMDATROL) AND BY TMEXCRPT, WHICH READS THE
000660* CUMULATIVE FILE BACK FOR THE MORNING EXCEPTION REPORT. A
000700* WRITER APPENDS ONE RECORD PER ITEM IT ALSO PUTS ON ITS OWN
000800* LISTING - THE LISTING STAYS THE DETAIL, THIS RECORD SAYS WHERE
000900* TO FIND IT.
001100* XC-CATEGORY NAMES THAT LISTING (VALIDRPT, ABENDRPT, TAPEREJ,
001200* REGRRPT, RECONRPT, EDITRPT, DEFERRED, CHGERRS, CATERRS OR
001250* XREFRPT; PROMOTE FOR A REFUSED PROMOTION AS A WHOLE, SPLIT OR
001260* MERGE FOR A REFUSED PARTITION SPLIT OR MERGE, DATEROLL FOR A
001265* REFUSED BUSINESS-DATE ROLL OR A SHORT CALENDAR). TMMERGE ALSO
001270* POSTS THE PARTITION STEPS' OWN RECORDS HERE AS THEY STAND.
001300* XC-BATCH-ID IS THE TAPEIN BATCH ID OR THE JOB NAME,
001400* XC-UNIT-NUM THE TAPE OR JOB/CARD NUMBER AND XC-MACHINE THE
001500* CATALOG MACHINE OR RULESET - BLANK OR ZERO WHEN THE WRITER HAS
001600* NO SUCH IDENTITY FOR THE ITEM. XC-SEVERITY IS S (PRODUCTION IS
001700* HELD OR A TAPE ABENDED), E (AN ITEM WAS REFUSED) OR W (A
001800* FINDING WORTH A LOOK).
001900******************************************************************
002000 01  EXCEPTION-RECORD.
002100     05  XC-RUN-DATE             PIC 9(08).
002200     05  XC-SEP1                 PIC X(01).
002300     05  XC-PROGRAM              PIC X(09).
002400     05  XC-SEP2                 PIC X(01).
002500     05  XC-SEVERITY             PIC X(01).
002600         88  XC-SEVERE                      VALUE 'S'.
002700         88  XC-ERROR                       VALUE 'E'.
002800         88  XC-WARNING                     VALUE 'W'.
002900     05  XC-SEP3                 PIC X(01).
003000     05  XC-CATEGORY             PIC X(08).
003100     05  XC-SEP4                 PIC X(01).
003200     05  XC-BATCH-ID             PIC X(08).
003300     05  XC-SEP5                 PIC X(01).
003400     05  XC-UNIT-NUM             PIC 9(06).
003500     05  XC-SEP6                 PIC X(01).
003600     05  XC-MACHINE              PIC X(08).
003700     05  XC-SEP7                 PIC X(01).
003800     05  XC-MESSAGE              PIC X(60).
