000100******************************************************************
000200* TMFINAL - SHARED ACCEPT/REJECT FINAL-STATE WORKING-STORAGE
000300*-----------------------------------------------------------------
000400* COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT LOADS A
000500* TMTRANRC TABLE AND NEEDS TO KNOW ITS DECLARED FINAL STATES.
000600* EACH *ACCEPT OR *REJECT HEADER RECORD ADDS ONE ENTRY, WITH THE
000700* VERDICT A TAPE STOPPING IN THAT STATE EARNS. A STATE DECLARED
000800* TWICE KEEPS ITS FIRST DECLARATION. FINAL-CHECK-STATE IS THE
000900* STATE TO LOOK UP; A HIT SETS FINAL-HIT AND LEAVES THE STATE'S
001000* VERDICT IN VERDICT. A TAPE THAT DID NOT HALT NORMALLY IN A
001100* DECLARED FINAL STATE IS UNDECIDED.
001200******************************************************************
001300 77  FINAL-STATE-MAX             PIC 9(02) COMP VALUE 20.
001400 77  FINAL-STATE-COUNT           PIC 9(02) COMP VALUE ZERO.
001500 01  FINAL-STATE-TABLE.
001600     05  FINAL-STATE-ENTRY OCCURS 1 TO 20 TIMES
001700             DEPENDING ON FINAL-STATE-COUNT
001800             INDEXED BY FS-IDX.
001900         10  FS-STATE            PIC X(08).
002000         10  FS-VERDICT          PIC X(09).
002100 77  FINAL-CHECK-STATE           PIC X(08).
002200 77  VERDICT                     PIC X(09).
002300     88  VERDICT-ACCEPT                      VALUE 'ACCEPT'.
002400     88  VERDICT-REJECT                      VALUE 'REJECT'.
002500     88  VERDICT-UNDECIDED                   VALUE 'UNDECIDED'.
002600 77  FINAL-HIT-SW                PIC X(01) VALUE 'N'.
002700     88  FINAL-HIT                           VALUE 'Y'.
002800     88  FINAL-NO-HIT                        VALUE 'N'.
