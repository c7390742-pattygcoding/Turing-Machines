000700* JUST q0/q1/q2-STYLE 2-CHARACTER NAMES) AND THE TAPE IS 40 CELLS
000800* WIDE. WIDENING EITHER ONE FURTHER ONLY MEANS EDITING THIS ONE
000900* MEMBER INSTEAD OF EVERY PROGRAM AND FILE LAYOUT THAT USES IT.
000910*
000920* TAPE-ENTRY AND HEAD ARE ALWAYS TAPE 1. A MULTI-TAPE MACHINE
000930* (SEE THE *TAPES HEADER IN TMTRANRC) ALSO WORKS EXTRA-TAPE(1)
000940* AS TAPE 2 AND EXTRA-TAPE(2) AS TAPE 3, EACH WITH ITS OWN HEAD,
000950* INDEXED BY XT-SUB. TRANSITION-KEY IS THE STATE PLUS ONE SYMBOL
000960* READ PER TAPE, MATCHING TT-KEY IN TMTRANTB; THE TK-X-READ-
000970* SYMBOL POSITIONS STAY BLANK FOR A SINGLE-TAPE MACHINE.
001000******************************************************************
001100 01  TAPE-RECORD.
001200     05  TAPE-ENTRY              PIC X(40).
001300 77  HEAD                        PIC 9(02) VALUE 1.
001400 77  STATE                       PIC X(08) VALUE 'q0'.
001500 77  READ-SYMBOL                 PIC X(01).
001510 01  EXTRA-TAPE-AREA.
001520     05  EXTRA-TAPE OCCURS 2 TIMES.
001530         10  XT-TAPE-ENTRY       PIC X(40).
001540         10  XT-HEAD             PIC 9(02).
001550         10  XT-NEW-HEAD         PIC S9(04) COMP.
001560         10  XT-READ-SYMBOL      PIC X(01).
001570         10  XT-WRITE-SYMBOL     PIC X(01).
001580         10  XT-DIRECTION        PIC S9(02).
001590 77  XT-SUB                      PIC 9(01) COMP.
001600 01  TRANSITION-KEY              VALUE SPACES.
001610     05  TK-STATE                PIC X(08).
001620     05  TK-READ-SYMBOL          PIC X(01).
001630     05  TK-X-READ-SYMBOL        PIC X(01) OCCURS 2 TIMES.
001700 77  NEXT-STATE                  PIC X(08).
001800 77  WRITE-SYMBOL                PIC X(01).
001900 77  DIRECTION                   PIC S9(02).
