000170*     CANONICAL EMPLOYEE-MASTER BACKUP RECORD LAYOUTS, SHARED BY
000180*     THE NIGHTLY BACKUP STEP (EMPBKUP) AND THE STANDALONE
000190*     RESTORE UTILITY (EMPRSTR). EVERY RECORD ON THE BACKUP FILE
000200*     IS 143 BYTES: A HEADER CARRYING THE BACKUP DATE, ONE
000210*     DETAIL PER EMPLOYEE CARRYING THE FULL MASTER-RECORD IMAGE
000220*     (142 BYTES ON THE CURRENT EMPREC LAYOUT), AND A TRAILER
000230*     CARRYING THE RECORD COUNT, EMPLOYEE-NUMBER HASH, AND
000240*     YTD-GROSS TOTAL THE RESTORE PROVES ITSELF AGAINST.
000250*     COPY THIS INTO WORKING-STORAGE AND WRITE/READ THE 143-BYTE
000260*     FD RECORD FROM/INTO THESE LAYOUTS.
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY.
000315*  08/22/26   RCA   RECORD WIDTHS FOLLOW THE FIVE-DIGIT EMPLOYEE
000315*                   NUMBER - THE MASTER IMAGE IS NOW 139 BYTES
000315*                   AND EVERY BACKUP RECORD 140.
000316*  10/14/26   RCA   WIDTHS FOLLOW THE PAY-GROUP CODE ON EMPREC -
000316*                   THE MASTER IMAGE IS NOW 140 BYTES AND EVERY
000316*                   BACKUP RECORD 141.
000316*  10/14/26   RCA   WIDTHS FOLLOW THE COMPANY CODE ON EMPREC - THE
000316*                   MASTER IMAGE IS NOW 142 BYTES AND EVERY BACKUP
000316*                   RECORD 143.
000320*****************************************************************
000330 01  BKP-HEADER-RECORD.
000340     05  BH-REC-TYPE             PIC X(01).
000350         88  BH-IS-HEADER                    VALUE "H".
000360     05  BH-BACKUP-DATE          PIC 9(08).
000370     05  FILLER                  PIC X(134).
000380
000390 01  BKP-DETAIL-RECORD.
000400     05  BD-REC-TYPE             PIC X(01).
000410         88  BD-IS-DETAIL                    VALUE "D".
000420     05  BD-MASTER-IMAGE         PIC X(142).
000430
000440 01  BKP-TRAILER-RECORD.
000450     05  BT-REC-TYPE             PIC X(01).
000470     05  BT-RECORD-COUNT         PIC 9(07).
000480     05  BT-EMP-NO-HASH          PIC 9(09).
000490     05  BT-YTD-GROSS-TOTAL      PIC S9(11)V99.
000500     05  FILLER                  PIC X(113).
