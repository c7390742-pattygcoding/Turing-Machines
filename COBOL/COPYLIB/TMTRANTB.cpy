000100******************************************************************
000200* TMTRANTB - SHARED TRANSITION-TABLE WORKING-STORAGE LAYOUT
000300*-----------------------------------------------------------------
000400* COPIED INTO WORKING-STORAGE BY TuringMachine, TMDRIVER,
000500* TMTRANMT AND TMCOVER. TT-KEY IS THE 8-CHARACTER STATE NAME FROM
000600* TMSTATE PLUS THE 1-CHARACTER SYMBOL BEING READ, NOT A HARDCODED
000700* 4-BYTE KEY, SO THE TABLE CAN HOLD MULTI-CHARACTER STATE NAMES.
000800*
000900* THE RUN-TIME LOADERS KEEP THE TABLE IN TT-KEY ORDER (AN
001000* INSERTION SORT AS EACH RECORD IS STORED) SO THE PER-STEP
001400* 200 ENTRIES TO 1000. TMTRANMT KEEPS THE TABLE IN MASTER ORDER
001500* AND STILL SEARCHES SERIALLY - THE KEY CLAUSE BINDS ONLY A
001600* SEARCH ALL.
001610*
001620* A MULTI-TAPE TABLE (SEE THE *TAPES HEADER IN TMTRANRC) KEYS
001630* EACH RULE ON THE STATE PLUS ONE SYMBOL READ PER TAPE - TT-KEY
001640* POSITION 9 FOR TAPE 1, 10 FOR TAPE 2, 11 FOR TAPE 3 - AND
001650* CARRIES THE SYMBOL WRITTEN AND HEAD MOVE FOR TAPES 2-3 IN
001660* TT-X-TAPE. A SINGLE-TAPE TABLE LEAVES POSITIONS 10-11 BLANK.
001670* TABLE-TAPE-COUNT IS THE LOADED TABLE'S TAPE COUNT.
001700******************************************************************
001800 77  TRANSITION-MAX              PIC 9(04) COMP VALUE 1000.
001900 77  TRANSITION-COUNT            PIC 9(04) COMP VALUE ZERO.
001910 77  TABLE-TAPE-MAX              PIC 9(01) VALUE 3.
001920 77  TABLE-TAPE-COUNT            PIC 9(01) VALUE 1.
002000 01  TRANSITION-TABLE.
002100     05  TRANSITION-ENTRY OCCURS 1 TO 1000 TIMES
002200             DEPENDING ON TRANSITION-COUNT
002300             ASCENDING KEY IS TT-KEY
002400             INDEXED BY TT-IDX.
002500         10  TT-KEY              PIC X(11).
002600         10  TT-NEXT-STATE       PIC X(08).
002700         10  TT-WRITE-SYMBOL     PIC X(01).
002800         10  TT-DIRECTION        PIC S9(02).
002900         10  TT-X-TAPE OCCURS 2 TIMES.
003000             15  TT-X-WRITE-SYMBOL PIC X(01).
003100             15  TT-X-DIRECTION    PIC S9(02).
