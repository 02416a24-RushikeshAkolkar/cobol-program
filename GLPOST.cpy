000260*  09/02/26   RCA   ORIGINAL COPYBOOK - PULLED OUT OF GLEXTRCT
000270*                   SO THE QUARTERLY CITY-TAX REMITTANCE REPORT
000280*                   READS THE SAME LAYOUT.
000281*  10/14/26   RCA   ADDED GL-DEPT-VIEW OVER THE TAIL OF THE
000282*                   DESCRIPTION. THE PAYROLL AND BONUS EXPENSE
000283*                   LINES (5100/5200) ARE NOW POSTED ONE PER
000284*                   DEPARTMENT UNDER THE LABOR DISTRIBUTION, AND
000285*                   CARRY THE DEPARTMENT CODE THERE. ON EVERY
000286*                   OTHER ACCOUNT THE VIEW IS NOT MEANINGFUL.
000287*                   THE RECORD LENGTH IS UNCHANGED, SO GLHIST
000288*                   WRITTEN BEFORE THE CHANGE READS AS BEFORE.
000288*  10/14/26   RCA   ADDED GL-VACATION-ACCRUAL OVER THE ACCOUNT FOR
000288*                   THE 5500/2950 LINES THE MONTH-END VACATION
000288*                   ACCRUAL (VACACCR) APPENDS TO GLHIST, SO A
000288*                   READER LOOKING FOR A RUN'S OWN LINES CAN STEP
000288*                   OVER THEM.
000288*  10/14/26   RCA   ADDED GL-COMPANY AND GL-ACCT-PREFIX AT THE END
000288*                   - EVERY JOURNAL LINE NOW SAYS WHICH COMPANY'S
000288*                   BOOKS IT POSTS TO AND THE ACCOUNT PREFIX THAT
000288*                   COMPANY'S LEDGER USES. THE RECORD GROWS FROM
000288*                   51 TO 57 BYTES; GLHIST IS CONVERTED ONCE BY
000288*                   PADDING EACH OLD LINE WITH 01 AND A BLANK
000288*                   PREFIX.
000288*  10/15/26   RCA   ADDED GL-OFFCYCLE-ADVANCE OVER THE DESCRIPTION
000288*                   FOR THE 1400/1000 LINES OFFCYCLE APPENDS TO
000288*                   GLHIST WHEN AN ADVANCE IS PAID, SO A RUN
000288*                   REVERSAL CAN STEP OVER THEM.
000290*****************************************************************
000300 01  GL-POSTING-RECORD.
000310     05  GL-RUN-DATE             PIC 9(08).
000320     05  GL-ACCOUNT              PIC X(04).
000320         88  GL-VACATION-ACCRUAL             VALUE "5500" "2950".
000330     05  GL-DESCRIPTION          PIC X(24).
000330         88  GL-OFFCYCLE-ADVANCE             VALUE
000330                                         "OFF-CYCLE ADVANCE".
000331     05  GL-DEPT-VIEW REDEFINES GL-DESCRIPTION.
000332         10  GL-DEPT-DESC        PIC X(20).
000333         10  GL-DEPT-CODE        PIC X(04).
000340     05  GL-DR-CR                PIC X(02).
000350     05  GL-AMOUNT               PIC S9(11)V99.
000350     05  GL-COMPANY              PIC X(02).
000350     05  GL-ACCT-PREFIX          PIC X(04).
