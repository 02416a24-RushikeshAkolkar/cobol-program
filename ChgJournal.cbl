000220*     AFTER RECORD IMAGES; THE ROUTINE STAMPS DATE AND TIME AND
000230*     APPENDS THE LINE TO THE PERMANENT CHGJRNL FILE, WHICH
000240*     CHGJRPT READS FIELD BY FIELD.
000240*
000240*     EVERY LINE WRITTEN HERE IS STAMPED EMPMAST ON CJ-FILE-ID.
000240*     ROWS FROM OTHER FILES ARE JOURNALED THROUGH THE SEPARATE
000240*     CHGJRNLF ROUTINE, WHICH TAKES THE FILE NAME AS AN ARGUMENT.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  09/02/26   RCA   ORIGINAL PROGRAM.
000290*  10/14/26   RCA   IMAGES WIDENED TO 140 BYTES FOR THE PAY-GROUP
000290*                   CODE ON EMPREC.
000290*  10/14/26   RCA   NEW CHGJRNLF ENTRY JOURNALS A SALRATE OR
000290*                   GARNISHMENT ROW RELEASED THROUGH CHGAPPR,
000290*                   NAMING ITS FILE ON THE NEW CJ-FILE-ID. THE
000290*                   ORIGINAL ENTRY STAMPS EMPMAST.
000290*  10/14/26   RCA   IMAGES WIDENED TO 142 BYTES FOR THE COMPANY
000290*                   CODE ON EMPREC.
000290*  10/15/26   RCA   THE CHGJRNLF ENTRY POINT MOVED OUT TO ITS OWN
000290*                   ROUTINE (CHGJRNLF) SO THIS ROUTINE HAS THE ONE
000290*                   PROCEDURE DIVISION USING; IT STAMPS EMPMAST ON
000290*                   EVERY LINE.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CHGJRNL.
000510 WORKING-STORAGE SECTION.
000520 01  WS-CURRENT-DATE              PIC 9(08).
000530 01  WS-CURRENT-TIME              PIC 9(06).
000530 01  WS-FILE-ID                   PIC X(08) VALUE SPACES.
000540 01  WS-CHGJRNL-STATUS            PIC X(02) VALUE SPACES.
000550     88  WS-CHGJRNL-NOT-FOUND                VALUE "35".
000560
000570 LINKAGE SECTION.
000580 01  LS-PROGRAM-ID                PIC X(08).
000590 01  LS-EMP-NO                    PIC 9(05).
000600 01  LS-BEFORE-IMAGE              PIC X(142).
000610 01  LS-AFTER-IMAGE               PIC X(142).
000620
000630 PROCEDURE DIVISION USING LS-PROGRAM-ID, LS-EMP-NO,
000640     LS-BEFORE-IMAGE, LS-AFTER-IMAGE.
000710*  AGAIN.
000720*-----------------------------------------------------------------
000730 0000-MAINLINE.
000730     MOVE "EMPMAST" TO WS-FILE-ID.
000740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000750     ACCEPT WS-CURRENT-TIME FROM TIME.
000760     OPEN EXTEND CHANGE-JOURNAL.
000850     MOVE LS-EMP-NO       TO CJ-EMP-NO.
000860     MOVE LS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
000870     MOVE LS-AFTER-IMAGE  TO CJ-AFTER-IMAGE.
000870     MOVE WS-FILE-ID      TO CJ-FILE-ID.
000880     WRITE CHANGE-JOURNAL-RECORD.
000890     CLOSE CHANGE-JOURNAL.
000900     GOBACK.
