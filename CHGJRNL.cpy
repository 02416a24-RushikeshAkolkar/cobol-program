000170*     CANONICAL MASTER-CHANGE JOURNAL RECORD LAYOUT. EVERY
000180*     PROGRAM THAT REWRITES AN EMPLOYEE-MASTER RECORD OUTSIDE
000190*     THE CALCULATION CHAIN APPENDS ONE RECORD THROUGH THE
000200*     COMMON CHGJRNL ROUTINE, CARRYING THE FULL 142-BYTE BEFORE
000210*     AND AFTER EMP-MASTER-RECORD IMAGES WITH DATE, TIME,
000220*     PROGRAM, AND KEY - SO WHEN A SALARY LOOKS WRONG THE OLD
000230*     VALUE IS ON FILE, NOT JUST A 60-BYTE NARRATIVE. CHGJRPT
000230*     IS THE MATCHING FIELD-BY-FIELD INQUIRY. CJ-FILE-ID NAMES
000230*     THE FILE THE IMAGES COME FROM - EMPMAST, OR SALRATE,
000230*     GARNFILE OR DEPACCT FOR A ROW RELEASED THROUGH CHGAPPR AND
000230*     WRITTEN BY THE CHGJRNLF ROUTINE, WHOSE IMAGE IS THE ROW
000230*     LEFT-JUSTIFIED IN THE 142 BYTES.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  09/02/26   RCA   ORIGINAL COPYBOOK.
000290*  10/14/26   RCA   BEFORE AND AFTER IMAGES WIDENED TO 140 BYTES
000290*                   FOR THE PAY-GROUP CODE ON EMPREC.
000290*  10/14/26   RCA   ADDED CJ-FILE-ID NAMING THE FILE THE IMAGES
000290*                   COME FROM, SO APPROVED RATE AND GARNISHMENT
000290*                   ROWS CAN BE JOURNALED.
000290*  10/14/26   RCA   BEFORE AND AFTER IMAGES WIDENED TO 142 BYTES
000290*                   FOR THE COMPANY CODE ON EMPREC.
000290*  10/15/26   RCA   DEPACCT ROWS RELEASED THROUGH CHGAPPR ARE
000290*                   JOURNALED TOO; CHGJRNLF IS NOW ITS OWN
000290*                   ROUTINE.
000300*****************************************************************
000310 01  CHANGE-JOURNAL-RECORD.
000320     05  CJ-DATE                  PIC 9(08).
000330     05  CJ-TIME                  PIC 9(06).
000340     05  CJ-PROGRAM-ID            PIC X(08).
000350     05  CJ-EMP-NO                PIC 9(05).
000360     05  CJ-BEFORE-IMAGE          PIC X(142).
000370     05  CJ-AFTER-IMAGE           PIC X(142).
000370     05  CJ-FILE-ID               PIC X(08).
