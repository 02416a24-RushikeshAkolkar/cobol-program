000100*****************************************************************
000110*  PROGRAM-ID.   PENDQUE
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON PENDING-CHANGE QUEUE ROUTINE. A KEYING PROGRAM THAT
000190*     HAS A BANK, SALARY, RATE OR GARNISHMENT-PAYEE CHANGE BUILDS
000200*     A PENDCHG ROW (TYPE, ACTION, EMPLOYEE, SOURCE PROGRAM,
000210*     OPERATOR, BEFORE AND AFTER IMAGES) AND CALLS THIS INSTEAD OF
000220*     CHANGING THE LIVE FILE. THE ROUTINE STAMPS THE ENTRY DATE
000230*     AND TIME THAT KEY THE ROW, MARKS IT PENDING AND WRITES IT.
000240*     TWO ROWS FOR ONE EMPLOYEE IN THE SAME HUNDREDTH OF A SECOND
000250*     (A BATCH FILE) TAKE THE NEXT FREE TIME VALUE. THE ROW AS
000260*     WRITTEN IS HANDED BACK SO THE CALLER CAN SHOW ITS KEY, AND
000270*     THE SWITCH SAYS WHETHER IT WAS QUEUED.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY.
000300*  DATE       INIT  DESCRIPTION
000310*  ---------  ----  -----------------------------------------
000320*  10/14/26   RCA   ORIGINAL PROGRAM.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PENDQUE.
000360 AUTHOR. R. AKOLKAR.
000370 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000380 DATE-WRITTEN. 10/14/26.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PN-CHANGE-KEY
000480         FILE STATUS IS WS-PENDCHG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PENDING-CHANGE-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY PENDCHG.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-PENDCHG-STATUS            PIC X(02) VALUE SPACES.
000580     88  WS-PENDCHG-NOT-FOUND                VALUE "35".
000590 01  WS-WRITTEN-SW                PIC X(01) VALUE "N".
000600     88  WS-WRITTEN                          VALUE "Y".
000610 01  WS-TRY-COUNT                 PIC 9(03) VALUE ZERO.
000620
000630 LINKAGE SECTION.
000640 01  LS-PENDING-CHANGE            PIC X(246).
000650 01  LS-QUEUED-SW                 PIC X(01).
000660
000670 PROCEDURE DIVISION USING LS-PENDING-CHANGE, LS-QUEUED-SW.
000680
000690*-----------------------------------------------------------------
000700*  0000-MAINLINE.
000710*  THE QUEUE IS PERMANENT. THE FIRST CHANGE OF A FRESH
000720*  INSTALLATION FINDS NO FILE, SO A FIRST OPEN OUTPUT CREATES IT
000730*  EMPTY BEFORE THE OPEN I-O IS TRIED AGAIN.
000740*-----------------------------------------------------------------
000750 0000-MAINLINE.
000760     MOVE "N" TO LS-QUEUED-SW.
000770     MOVE "N" TO WS-WRITTEN-SW.
000780     MOVE ZERO TO WS-TRY-COUNT.
000790     OPEN I-O PENDING-CHANGE-FILE.
000800     IF WS-PENDCHG-NOT-FOUND
000810         OPEN OUTPUT PENDING-CHANGE-FILE
000820         CLOSE PENDING-CHANGE-FILE
000830         OPEN I-O PENDING-CHANGE-FILE
000840     END-IF.
000850     IF WS-PENDCHG-STATUS NOT EQUAL "00"
000860         GOBACK
000870     END-IF.
000880     MOVE LS-PENDING-CHANGE TO PENDING-CHANGE-RECORD.
000890     ACCEPT PN-ENTRY-DATE FROM DATE YYYYMMDD.
000900     ACCEPT PN-ENTRY-TIME FROM TIME.
000910     MOVE "P"    TO PN-STATUS.
000920     MOVE SPACES TO PN-DECIDED-BY.
000930     MOVE ZERO   TO PN-DECIDED-DATE.
000940     MOVE SPACES TO PN-DECISION-NOTE.
000950     PERFORM 1000-WRITE-ROW
000960         THRU 1000-EXIT
000970         UNTIL WS-WRITTEN OR WS-TRY-COUNT GREATER THAN 99.
000980     IF WS-WRITTEN
000990         MOVE PENDING-CHANGE-RECORD TO LS-PENDING-CHANGE
001000         MOVE "Y" TO LS-QUEUED-SW
001010     END-IF.
001020     CLOSE PENDING-CHANGE-FILE.
001030     GOBACK.
001040
001050*-----------------------------------------------------------------
001060*  1000-WRITE-ROW.
001070*  A DUPLICATE KEY MOVES THE ROW ON ONE TIME UNIT AND TRIES
001080*  AGAIN.
001090*-----------------------------------------------------------------
001100 1000-WRITE-ROW.
001110     ADD 1 TO WS-TRY-COUNT.
001120     WRITE PENDING-CHANGE-RECORD
001130         INVALID KEY
001140             ADD 1 TO PN-ENTRY-TIME
001150         NOT INVALID KEY
001160             SET WS-WRITTEN TO TRUE
001170     END-WRITE.
001180 1000-EXIT.
001190     EXIT.
