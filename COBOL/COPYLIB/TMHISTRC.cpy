000700* BACK FOR THE TREND REPORT). HR-SOURCE NAMES THE WRITING
000800* PROGRAM, HR-UNIT-NUM IS THE TAPE OR JOB NUMBER WITHIN THAT
000900* RUN, HR-RULESET IS THE MACHINE OR TABLE THE UNIT RAN AGAINST,
001000* AND HR-ELAPSED IS IN HUNDREDTHS OF A SECOND. HR-VERDICT IS
001010* ACCEPT OR REJECT WHEN THE UNIT HALTED NORMALLY IN A DECLARED
001020* FINAL STATE OF ITS TABLE, OTHERWISE UNDECIDED.
001030* A STAGE OF A TMDRIVER PIPELINE CARD ALSO CARRIES THE PIPELINE
001040* ID (THE CARD'S JOB NAME) AND ITS STAGE NUMBER, SO ONE NIGHT'S
001050* CHAINED STAGES CAN BE TIED BACK TOGETHER; EVERY OTHER UNIT
001060* LEAVES HR-PIPELINE-AREA BLANK.
001100******************************************************************
001200 01  HISTORY-RECORD.
001300     05  HR-RUN-DATE             PIC 9(08).
002500     05  HR-FINAL-STATE          PIC X(08).
002600     05  HR-SEP7                 PIC X(01).
002700     05  HR-HALT-REASON          PIC X(20).
002800     05  HR-SEP8                 PIC X(01).
002900     05  HR-VERDICT              PIC X(09).
003000     05  HR-PIPELINE-AREA.
003100         10  HR-SEP9             PIC X(01).
003200         10  HR-PIPELINE-ID      PIC X(08).
003300         10  HR-SEP10            PIC X(01).
003400         10  HR-STAGE-NUM        PIC 9(02).
