001470* THROUGH TO HR-RULESET ON THE RUN-HISTORY RECORD SO TRENDS ARE
001480* ATTRIBUTABLE TO A SPECIFIC TABLE GENERATION. A TABLE WITH NO
001490* VERSION HEADER IS AN UNVERSIONED (PRE-PROMOTION) TABLE.
001491*
001492* A RECOGNIZER TABLE ALSO DECLARES ITS FINAL STATES WITH ONE
001493* *ACCEPT OR *REJECT HEADER RECORD PER STATE - THE STATE NAME IN
001494* COLUMNS 9-16. THE TRAN-FINAL-RECORD VIEW BELOW READS THEM. A
001495* DECLARED FINAL STATE IS TERMINAL LIKE HALT: THE MACHINE STOPS
001496* ON ENTERING IT AND THE TAPE'S VERDICT IS ACCEPT OR REJECT TO
001497* MATCH. A TAPE THAT STOPS ANYWHERE ELSE IS UNDECIDED. A TABLE
001498* WITH NO FINAL-STATE HEADERS RUNS EXACTLY AS BEFORE.
001499*
001500* A MULTI-TAPE MACHINE DECLARES ITS WORK-TAPE COUNT (2 OR 3) WITH
001501* ONE *TAPES HEADER RECORD - THE COUNT IN COLUMN 9 - AHEAD OF ITS
001502* FIRST RULE. THE TRAN-TAPES-RECORD VIEW BELOW READS IT. EACH RULE
001503* OF SUCH A TABLE CARRIES TAPE 1 IN COLUMNS 1-21 EXACTLY AS A
001504* SINGLE-TAPE RULE DOES, THEN ONE TR-EXTRA-TAPE GROUP PER FURTHER
001505* TAPE (COLUMNS 22-26 FOR TAPE 2, 27-31 FOR TAPE 3): THE SYMBOL
001506* READ, THE SYMBOL WRITTEN AND THE HEAD MOVE FOR THAT TAPE. ALL
001507* TAPES SHARE THE TABLE'S ONE ALPHABET. A TABLE WITH NO *TAPES
001508* HEADER IS A SINGLE-TAPE TABLE AND ITS RULES STOP AT COLUMN 21.
001509******************************************************************
001600 01  TRAN-RECORD.
001700     05  TR-CURRENT-STATE        PIC X(08).
001800     05  TR-READ-SYMBOL          PIC X(01).
002000     05  TR-WRITE-SYMBOL         PIC X(01).
002100     05  TR-DIRECTION            PIC S9(02)
002200             SIGN IS TRAILING SEPARATE CHARACTER.
002210     05  TR-EXTRA-TAPE OCCURS 2 TIMES.
002220         10  TX-READ-SYMBOL      PIC X(01).
002230         10  TX-WRITE-SYMBOL     PIC X(01).
002240         10  TX-DIRECTION        PIC S9(02)
002250                 SIGN IS TRAILING SEPARATE CHARACTER.
002300 01  TRAN-ALPHA-RECORD.
002400     05  TA-RECORD-TYPE          PIC X(08).
002500         88  TA-ALPHABET-RECORD             VALUE '*SYMBOLS'.
003100     05  TV-VERSION-NUM          PIC 9(04).
003200     05  TV-EFFECT-DATE          PIC 9(08).
003300     05  TV-FILLER               PIC X(01).
003400 01  TRAN-FINAL-RECORD.
003500     05  TF-RECORD-TYPE          PIC X(08).
003600         88  TF-FINAL-RECORD                VALUE '*ACCEPT '
003700                                                  '*REJECT '.
003800         88  TF-ACCEPT-RECORD               VALUE '*ACCEPT '.
003900         88  TF-REJECT-RECORD               VALUE '*REJECT '.
004000     05  TF-STATE                PIC X(08).
004100     05  TF-FILLER               PIC X(05).
004200 01  TRAN-TAPES-RECORD.
004300     05  TN-RECORD-TYPE          PIC X(08).
004400         88  TN-TAPES-RECORD                VALUE '*TAPES  '.
004500     05  TN-TAPE-COUNT           PIC 9(01).
004600     05  TN-FILLER               PIC X(12).
