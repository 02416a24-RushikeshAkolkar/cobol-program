000100*****************************************************************
000110*  PROGRAM-ID.   CHGJRNLF
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/15/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON FILE-ROW CHANGE JOURNAL ROUTINE - THE COMPANION OF
000190*     CHGJRNL FOR A ROW THAT DOES NOT COME FROM THE EMPLOYEE
000200*     MASTER. THE CALLER PASSES ITS PROGRAM-ID, THE EMPLOYEE
000210*     NUMBER, THE BEFORE AND AFTER ROW IMAGES LEFT-JUSTIFIED IN
000220*     142 BYTES, AND THE NAME OF THE FILE THE ROW COMES FROM
000230*     (SALRATE, GARNFILE, DEPACCT); THE ROUTINE STAMPS DATE AND
000240*     TIME AND APPENDS THE LINE, WITH THE FILE NAME ON
000250*     CJ-FILE-ID, TO THE SAME PERMANENT CHGJRNL FILE CHGJRPT
000260*     READS.
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY.
000290*  DATE       INIT  DESCRIPTION
000300*  ---------  ----  -----------------------------------------
000310*  10/15/26   RCA   ORIGINAL PROGRAM - TAKES OVER THE SECOND
000320*                   ENTRY POINT CHGJRNL USED TO CARRY.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CHGJRNLF.
000360 AUTHOR. R. AKOLKAR.
000370 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000380 DATE-WRITTEN. 10/15/26.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CHGJRNL-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CHANGE-JOURNAL
000510     LABEL RECORDS ARE STANDARD.
000520     COPY CHGJRNL.
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-CURRENT-DATE              PIC 9(08).
000560 01  WS-CURRENT-TIME              PIC 9(06).
000570 01  WS-CHGJRNL-STATUS            PIC X(02) VALUE SPACES.
000580     88  WS-CHGJRNL-NOT-FOUND                VALUE "35".
000590
000600 LINKAGE SECTION.
000610 01  LS-PROGRAM-ID                PIC X(08).
000620 01  LS-EMP-NO                    PIC 9(05).
000630 01  LS-BEFORE-IMAGE              PIC X(142).
000640 01  LS-AFTER-IMAGE               PIC X(142).
000650 01  LS-FILE-ID                   PIC X(08).
000660
000670 PROCEDURE DIVISION USING LS-PROGRAM-ID, LS-EMP-NO,
000680     LS-BEFORE-IMAGE, LS-AFTER-IMAGE, LS-FILE-ID.
000690
000700*-----------------------------------------------------------------
000710*  0000-MAINLINE.
000720*  THE JOURNAL IS PERMANENT AND APPENDED TO. THE FIRST CHANGE OF
000730*  A FRESH INSTALLATION FINDS NO FILE TO EXTEND, SO A FIRST OPEN
000740*  OUTPUT CREATES IT EMPTY BEFORE THE OPEN EXTEND IS TRIED
000750*  AGAIN.
000760*-----------------------------------------------------------------
000770 0000-MAINLINE.
000780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000790     ACCEPT WS-CURRENT-TIME FROM TIME.
000800     OPEN EXTEND CHANGE-JOURNAL.
000810     IF WS-CHGJRNL-NOT-FOUND
000820         OPEN OUTPUT CHANGE-JOURNAL
000830         CLOSE CHANGE-JOURNAL
000840         OPEN EXTEND CHANGE-JOURNAL
000850     END-IF.
000860     MOVE WS-CURRENT-DATE TO CJ-DATE.
000870     MOVE WS-CURRENT-TIME TO CJ-TIME.
000880     MOVE LS-PROGRAM-ID   TO CJ-PROGRAM-ID.
000890     MOVE LS-EMP-NO       TO CJ-EMP-NO.
000900     MOVE LS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
000910     MOVE LS-AFTER-IMAGE  TO CJ-AFTER-IMAGE.
000920     MOVE LS-FILE-ID      TO CJ-FILE-ID.
000930     WRITE CHANGE-JOURNAL-RECORD.
000940     CLOSE CHANGE-JOURNAL.
000950     GOBACK.
