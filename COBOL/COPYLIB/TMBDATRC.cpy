000100******************************************************************
000200* TMBDATRC - SHARED BUSINESS-DATE CONTROL RECORD LAYOUT
000300*-----------------------------------------------------------------
000400* COPIED INTO THE FD FOR BUSDATE BY EVERY PROGRAM. THE FIRST
000500* RECORD ON THE FILE IS THE CONTROL RECORD ('C') - THE CURRENT
000600* BUSINESS DATE EVERY STEP STAMPS ITS WORK WITH IN PLACE OF THE
000700* SYSTEM CLOCK, THE PRIOR BUSINESS DATE, AND THE CLOCK DATE AND
000800* TIME OF THE ROLL THAT SET THEM. THE CALENDAR FOLLOWS, ONE
000900* RECORD PER DATE: 'H' A HOLIDAY (NO BUSINESS DAY - SATURDAYS
001000* AND SUNDAYS NEED NO RECORD), 'M' THE BUSINESS DAY THAT CLOSES
001100* AN ACCOUNTING MONTH. ONLY TMDATROL, THE DATE-ROLL STEP, EVER
001200* WRITES THE FILE; IT ADVANCES THE CONTROL RECORD AND COPIES THE
001300* CALENDAR THROUGH AS IT STANDS.
001400******************************************************************
001500 01  BUSDATE-RECORD.
001600     05  BD-RECORD-TYPE          PIC X(01).
001700         88  BD-CONTROL-RECORD              VALUE 'C'.
001800         88  BD-HOLIDAY-RECORD              VALUE 'H'.
001900         88  BD-MONTH-END-RECORD            VALUE 'M'.
002000     05  BD-SEP1                 PIC X(01).
002100     05  BD-CONTROL-AREA.
002200         10  BD-CURRENT-DATE     PIC 9(08).
002300         10  BD-SEP2             PIC X(01).
002400         10  BD-PRIOR-DATE       PIC 9(08).
002500         10  BD-SEP3             PIC X(01).
002600         10  BD-ROLLED-DATE      PIC 9(08).
002700         10  BD-SEP4             PIC X(01).
002800         10  BD-ROLLED-TIME      PIC 9(06).
002900     05  BD-CALENDAR-AREA REDEFINES BD-CONTROL-AREA.
003000         10  BD-CAL-DATE         PIC 9(08).
003100         10  BD-SEP5             PIC X(01).
003200         10  BD-CAL-DESC         PIC X(24).
