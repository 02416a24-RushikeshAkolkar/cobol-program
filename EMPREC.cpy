000318*                   ARE AT 60+ AND HIRING. EVERY FILE KEYED OR
000318*                   STAMPED WITH THE EMPLOYEE NUMBER MUST BE
000318*                   CONVERTED TOGETHER.
000319*  10/14/26   RCA   ADDED EMP-PAY-GROUP - WEEKLY, BIWEEKLY OR
000319*                   MONTHLY. THE NIGHTLY RUN PAYS ONLY THE GROUPS
000319*                   WHOSE PERIOD ENDS ON THE RUN DATE. A BLANK
000319*                   GROUP ON A RECORD CONVERTED FROM THE OLD
000319*                   LAYOUT IS TREATED AS MONTHLY. THE RECORD IS
000319*                   NOW 140 BYTES.
000319*  10/14/26   RCA   ADDED EMP-COMPANY - THE LEGAL ENTITY THAT
000319*                   EMPLOYS AND PAYS THE EMPLOYEE, ON THE COMPANY
000319*                   TABLE (COMPANY, MAINTAINED BY COMPMNT). A
000319*                   BLANK CODE ON A RECORD CONVERTED FROM THE OLD
000319*                   LAYOUT IS THE HOME COMPANY 01. THE RECORD IS
000319*                   NOW 142 BYTES.
000329*****************************************************************
000320 01  EMP-MASTER-RECORD.
000330     05  EMP-NO                  PIC 9(05).
000460     05  EMP-BANK-ROUTING        PIC 9(09).
000470     05  EMP-BANK-ACCOUNT        PIC X(17).
000480     05  EMP-DEPT                PIC X(04).
000490     05  EMP-PAY-GROUP           PIC X(01).
000500         88  EMP-PAY-WEEKLY                  VALUE "W".
000510         88  EMP-PAY-BIWEEKLY                VALUE "B".
000520         88  EMP-PAY-MONTHLY                 VALUE "M" " ".
000530         88  EMP-PAY-GROUP-VALID             VALUE "W" "B" "M"
000540                                                   " ".
000540     05  EMP-COMPANY             PIC X(02).
000540         88  EMP-HOME-COMPANY                VALUE "01" SPACES.
