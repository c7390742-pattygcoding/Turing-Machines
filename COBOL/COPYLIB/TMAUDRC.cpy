000600* FILE BACK AFTER A RUN TO BUILD THE DIAGNOSTICS REPORT) SO BOTH
000700* PROGRAMS AGREE ON ONE DEFINITION OF THE TRACE RECORD. AUD-STATE
000800* AND AUD-HEAD ARE THE MACHINE'S POSITION AFTER THE STEP FIRED.
000810*
000820* A MULTI-TAPE MACHINE ALSO FILLS ONE AUD-EXTRA-TAPE GROUP PER
000830* FURTHER TAPE - TAPE 2, THEN TAPE 3 - WITH THAT TAPE'S IMAGE,
000840* HEAD, SYMBOL READ, SYMBOL WRITTEN AND HEAD MOVE. THE FIELDS
000850* BEFORE THEM ARE ALWAYS TAPE 1 AND AUD-TRANSITION-KEY KEEPS ITS
000860* STATE-PLUS-TAPE-1-SYMBOL FORM. A SINGLE-TAPE RUN LEAVES THE
000870* EXTENSION BLANK, SO ITS RECORDS MATCH THE OLD 82-BYTE LAYOUT
000880* AND OLDER GENERATIONS STILL READ CLEANLY.
000882*
000884* AUD-RUN-DATE, AFTER THE EXTENSION, IS THE DATE OF THE RUN THAT
000886* FIRED THE STEP, SO A SPAN OF GENERATIONS CAN BE READ TOGETHER
000888* AND EACH STEP STILL DATED (TMCOVER). GENERATIONS WRITTEN BEFORE
000890* IT WAS ADDED LEAVE IT BLANK.
000900******************************************************************
001000 01  AUDIT-RECORD.
001100     05  AUD-TAPE-NUM            PIC 9(06).
002400     05  AUD-SEP7                PIC X(01).
002500     05  AUD-DIRECTION           PIC S9(02)
002600             SIGN IS TRAILING SEPARATE CHARACTER.
002700     05  AUD-EXTRA-TAPE OCCURS 2 TIMES.
002800         10  AUD-X-SEP1          PIC X(01).
002900         10  AUD-X-TAPE          PIC X(40).
003000         10  AUD-X-SEP2          PIC X(01).
003100         10  AUD-X-HEAD          PIC 9(02).
003200         10  AUD-X-SEP3          PIC X(01).
003300         10  AUD-X-READ-SYMBOL   PIC X(01).
003400         10  AUD-X-SEP4          PIC X(01).
003500         10  AUD-X-WRITE-SYMBOL  PIC X(01).
003600         10  AUD-X-SEP5          PIC X(01).
003700         10  AUD-X-DIRECTION     PIC S9(02)
003800                 SIGN IS TRAILING SEPARATE CHARACTER.
003900     05  AUD-SEP8                PIC X(01).
004000     05  AUD-RUN-DATE            PIC 9(08).
