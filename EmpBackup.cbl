000312*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000314*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000316*                   ROUTINE AT END OF STEP.
000316*  10/14/26   RCA   BACKUP RECORD WIDENED TO 141 BYTES FOR THE
000316*                   PAY-GROUP CODE ON EMPREC.
000316*  10/14/26   RCA   BACKUP RECORD WIDENED TO 143 BYTES FOR THE
000316*                   COMPANY CODE ON EMPREC.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EMPBKUP.
000550
000560 FD  BACKUP-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  BACKUP-RECORD               PIC X(143).
000590
000600 WORKING-STORAGE SECTION.
000605 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
