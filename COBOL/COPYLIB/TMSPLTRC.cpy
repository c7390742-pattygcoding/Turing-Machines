000100******************************************************************
000200* TMSPLTRC - SHARED PARTITION SPLIT-CONTROL RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* WRITTEN BY TMSPLIT TO SPLITCTL, ONE RECORD PER PARTITION IT CUT
000500* FROM A BATCH'S CLEAN DECK, AND READ BACK BY TMMERGE (TO REBUILD
000600* THE PARTITIONS' OUTPUT AS ONE RUN) AND TMRECON (TO BALANCE THE
000700* MERGED OUTPUT AGAINST EACH PARTITION). A PARTITION IS A
000800* CONTIGUOUS RUN OF ORIGINAL TAPE NUMBERS - SP-FIRST-TAPE FOR
000900* SP-TAPE-COUNT TAPES - SO PARTITION ORDER IS ORIGINAL TAPE
001000* ORDER. A PARTITION MAY BE EMPTY (SP-TAPE-COUNT ZERO) WHEN THE
001100* DECK HAS FEWER TAPES THAN PARTITIONS.
001200******************************************************************
001300 01  SPLIT-CONTROL-RECORD.
001400     05  SP-BATCH-ID             PIC X(08).
001500     05  SP-SEP1                 PIC X(01).
001600     05  SP-PART-NUM             PIC 9(02).
001700     05  SP-SEP2                 PIC X(01).
001800     05  SP-PART-COUNT           PIC 9(02).
001900     05  SP-SEP3                 PIC X(01).
002000     05  SP-FIRST-TAPE           PIC 9(06).
002100     05  SP-SEP4                 PIC X(01).
002200     05  SP-TAPE-COUNT           PIC 9(06).
002300     05  SP-SEP5                 PIC X(01).
002400     05  SP-SPLIT-DATE           PIC 9(08).
