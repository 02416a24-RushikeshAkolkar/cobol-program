000304*  09/02/26   RCA   THE RESTORE NOW ALSO REQUIRES SUPERVISOR
000304*                   AUTHORITY (LEVEL 3) ON THE SIGNED-ON
000304*                   OPERATOR, AS THE OPERATOR FILE DOCUMENTS.
000304*  10/14/26   RCA   BACKUP RECORD WIDENED TO 141 BYTES FOR THE
000304*                   PAY-GROUP CODE ON EMPREC.
000304*  10/14/26   RCA   BACKUP RECORD WIDENED TO 143 BYTES FOR THE
000304*                   COMPANY CODE ON EMPREC.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EMPRSTR.
000550
000560 FD  BACKUP-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  BACKUP-RECORD               PIC X(143).
000590
000600 WORKING-STORAGE SECTION.
000602 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
