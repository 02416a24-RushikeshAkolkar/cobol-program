000170*     STEP WRITES ONE ROW PER ELECTION IT APPLIED, IN THE SAME
000180*     EMPLOYEE ORDER AS THE DEDUCTIONS-REPORT FILE, SO THE
000190*     PAY-STUB STEP CAN ITEMIZE EACH ELECTION ON THE STUB
000190*     INSTEAD OF SHOWING ONE ANONYMOUS FIGURE. CARRXTRT READS
000190*     THE SAME ROWS TO REMIT EACH ELECTION TO ITS CARRIER.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY.
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  -----------------------------------------
000250*  09/02/26   RCA   ORIGINAL COPYBOOK.
000250*  10/14/26   RCA   CARRXTRT NOW READS THE DETAIL FOR THE
000250*                   PER-CARRIER BENEFITS REMITTANCE - NO LAYOUT
000250*                   CHANGE.
000260*****************************************************************
000270 01  ELECTION-DETAIL-RECORD.
000280     05  ED-EMP-NO                PIC 9(05).
