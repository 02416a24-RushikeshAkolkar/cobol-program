000100*****************************************************************
000110*  COPYBOOK.     RUNCTL
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL RUN-CONTROL RECORD LAYOUT. NIGHTRUN KEEPS ONE
000180*     ROW PER PAY GROUP RECORDING THE LAST PERIOD STARTED FOR
000190*     THAT GROUP AND WHETHER IT FINISHED. A GROUP MARKED IN
000200*     PROGRESS IS BEING PAID BY TONIGHT'S (OR AN UNFINISHED) RUN;
000210*     THE PAYROLL STEPS ASK THE COMMON PAYGRPCK ROUTINE WHICH
000220*     GROUPS THOSE ARE RATHER THAN READING THIS FILE THEMSELVES.
000230*     A BLANK PAY GROUP IS THE MONTHLY GROUP, SO THE SINGLE ROW
000240*     WRITTEN BEFORE THE GROUPS EXISTED STILL READS CORRECTLY.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  10/14/26   RCA   MOVED OUT OF NIGHTRUN, SUB-PROGRAM AND
000300*                   PROG001; ONE ROW PER PAY GROUP, WITH THE
000310*                   PERIOD START CARRIED ALONGSIDE THE END.
000320*****************************************************************
000330 01  RUN-CONTROL-RECORD.
000340     05  RC-PERIOD-ID             PIC 9(06).
000350     05  RC-PERIOD-END            PIC 9(08).
000360     05  RC-RUN-STATUS            PIC X(01).
000370         88  RC-RUN-COMPLETE                 VALUE "C".
000380         88  RC-RUN-IN-PROGRESS              VALUE "I".
000390     05  RC-PAY-GROUP             PIC X(01).
000400         88  RC-GROUP-WEEKLY                 VALUE "W".
000410         88  RC-GROUP-BIWEEKLY               VALUE "B".
000420         88  RC-GROUP-MONTHLY                VALUE "M" " ".
000430     05  RC-PERIOD-START          PIC 9(08).
