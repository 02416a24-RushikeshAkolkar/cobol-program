000301*                   RECORDS OFF TO, SO A YEARS-OLD PAYMENT
000301*                   QUESTION IS STILL ONE EMPLOYEE NUMBER AWAY
000301*                   AFTER A RETENTION RUN.
000301*  10/14/26   RCA   ARCHIVE IMAGE WIDENED TO 86 BYTES WITH THE
000301*                   PAY-HISTORY RECORD; EACH PAYMENT NOW ALSO
000301*                   SHOWS THE WORKED AND LEAVE HOURS PAID AND ANY
000301*                   RETRO PAY INCLUDED IN ITS GROSS.
000301*  10/14/26   RCA   EACH PAYMENT NOW SHOWS ITS GROSS BROKEN DOWN
000301*                   BY EARNINGS CODE; THE ARCHIVE RECORD IS
000301*                   WIDENED TO THE LONGER HISTORY RECORD.
000301*  10/14/26   RCA   SHOWS THE STATUTORY TAX WITHHELD ON EACH
000301*                   PAYMENT; ARCHIVE IMAGE WIDENED TO THE 267-BYTE
000301*                   HISTORY RECORD.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. HISTINQ.
000482
000484 FD  HISTORY-ARCHIVE
000486     LABEL RECORDS ARE STANDARD.
000488 01  ARCHIVE-RECORD              PIC X(267).
000490
000500 WORKING-STORAGE SECTION.
000502 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000580
000590 01  WS-GROSS-DISP                PIC -Z,ZZZ,ZZ9.99.
000600 01  WS-CITY-TAX-DISP             PIC -Z,ZZZ,ZZ9.99.
000600 01  WS-STAT-TAX-DISP             PIC -Z,ZZZ,ZZ9.99.
000610 01  WS-DEDUCTION-DISP            PIC -Z,ZZZ,ZZ9.99.
000620 01  WS-BONUS-DISP                PIC -Z,ZZZ,ZZ9.99.
000630 01  WS-NET-DISP                  PIC -Z,ZZZ,ZZ9.99.
000630 01  WS-HOURS-DISP                PIC -ZZ9.99.
000630 01  WS-LEAVE-DISP                PIC -ZZ9.99.
000630 01  WS-EARN-SUB                  PIC 9(02) VALUE ZERO.
000640
000650 PROCEDURE DIVISION.
000660
001440     ADD 1 TO WS-MATCH-COUNT.
001450     MOVE PH-GROSS-PAY TO WS-GROSS-DISP.
001460     MOVE PH-CITY-TAX  TO WS-CITY-TAX-DISP.
001460     MOVE PH-STAT-TAX  TO WS-STAT-TAX-DISP.
001470     MOVE PH-DEDUCTION TO WS-DEDUCTION-DISP.
001480     MOVE PH-BONUS     TO WS-BONUS-DISP.
001490     MOVE PH-NET-PAY   TO WS-NET-DISP.
001520         "  TYPE : " PH-REC-TYPE.
001530     DISPLAY "  GROSS    : " WS-GROSS-DISP.
001540     DISPLAY "  CITY TAX : " WS-CITY-TAX-DISP.
001540     DISPLAY "  STAT TAX : " WS-STAT-TAX-DISP.
001550     DISPLAY "  DEDUCTION: " WS-DEDUCTION-DISP.
001560     DISPLAY "  BONUS    : " WS-BONUS-DISP.
001570     DISPLAY "  NET PAY  : " WS-NET-DISP.
001570     MOVE PH-HOURS-WORKED TO WS-HOURS-DISP.
001570     MOVE PH-LEAVE-HOURS  TO WS-LEAVE-DISP.
001570     DISPLAY "  HOURS    : " WS-HOURS-DISP
001570         "  LEAVE HOURS : " WS-LEAVE-DISP.
001570     IF PH-RETRO-PAY NOT EQUAL ZERO
001570         MOVE PH-RETRO-PAY TO WS-GROSS-DISP
001570         DISPLAY "  INCL RETRO PAY : " WS-GROSS-DISP
001570     END-IF.
001570     IF PH-EARN-COUNT IS NUMERIC
001570             AND PH-EARN-COUNT NOT GREATER THAN 10
001570         PERFORM 2110-DISPLAY-EARN-LINE
001570             THRU 2110-EXIT
001570             VARYING WS-EARN-SUB FROM 1 BY 1
001570             UNTIL WS-EARN-SUB GREATER THAN PH-EARN-COUNT
001570     END-IF.
001580 2100-EXIT.
001590     EXIT.
001590
001590*  ONE LINE PER EARNINGS CODE IN THE PAYMENT'S GROSS.
001590 2110-DISPLAY-EARN-LINE.
001590     MOVE PH-EARN-HOURS(WS-EARN-SUB) TO WS-HOURS-DISP.
001590     MOVE PH-EARN-AMT(WS-EARN-SUB)   TO WS-GROSS-DISP.
001590     DISPLAY "    " PH-EARN-CODE(WS-EARN-SUB)
001590         "  HOURS : " WS-HOURS-DISP
001590         "  AMOUNT : " WS-GROSS-DISP.
001590 2110-EXIT.
001590     EXIT.
001600
001601*-----------------------------------------------------------------
001602*  3000-SEARCH-ARCHIVE.
001603*  ON REQUEST THE INQUIRY CONTINUES INTO THE PAYHARCH ARCHIVE
001604*  HISTRTN CUT THE OLD RECORDS OFF TO. THE ARCHIVE CARRIES THE
001605*  SAME 86-BYTE RECORD, SO EACH LINE IS MAPPED BACK THROUGH THE
001606*  CANONICAL LAYOUT AND DISPLAYED THE SAME WAY.
001607*-----------------------------------------------------------------
001608 3000-SEARCH-ARCHIVE.
