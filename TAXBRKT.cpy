000170*     CANONICAL STATUTORY-TAX BRACKET RECORD LAYOUT. COPY THIS
000180*     INTO THE FILE SECTION OF ANY PROGRAM THAT OPENS THE
000190*     STATUTORY TAX BRACKET TABLE SO EVERY PROGRAM AGREES ON ITS
000190*     FIELD BOUNDARIES. ONE ROW PER BRACKET, KEYED BY THE FILING
000190*     STATUS IT APPLIES TO (S SINGLE, M MARRIED, H HEAD OF
000190*     HOUSEHOLD) AND THE BRACKET'S FLOOR: A RUN'S TAXABLE PAY
000190*     FALLS IN THE BRACKET OF THE EMPLOYEE'S FILING STATUS WHOSE
000190*     FLOOR AND CEILING ENCLOSE IT AND IS WITHHELD AT THAT
000230*     BRACKET'S RATE. AN OPEN-TOPPED BRACKET CARRIES 9999999.99
000240*     AS ITS CEILING. THE TABLE IS MAINTAINED THROUGH TAXMAINT,
000240*     THE WAY CTYMAINT MAINTAINS THE CITY-TAX TABLE, AND READ BY
000240*     THE COMMON WHCALC ROUTINE.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY.
000280*  DATE       INIT  DESCRIPTION
000290*  ---------  ----  -----------------------------------------
000300*  09/02/26   RCA   ORIGINAL COPYBOOK.
000300*  10/14/26   RCA   ADDED TB-FILING-STATUS AHEAD OF THE FLOOR IN
000300*                   THE KEY SO EACH FILING STATUS ON THE NEW
000300*                   WHPROF WITHHOLDING PROFILES HAS ITS OWN SET OF
000300*                   BRACKETS. THE RECORD GROWS BY ONE BYTE - AN
000300*                   EXISTING TABLE NEEDS A ONE-TIME CONVERSION
000300*                   THAT PREFIXES EVERY ROW WITH S, WHICH KEEPS
000300*                   TODAY'S BRACKETS AS THE SINGLE SET.
000310*****************************************************************
000320 01  TAX-BRACKET-RECORD.
000330     05  TB-BRACKET-KEY.
000330         10  TB-FILING-STATUS     PIC X(01).
000340         10  TB-FLOOR-AMOUNT      PIC 9(07)V99.
000350     05  TB-CEILING-AMOUNT        PIC 9(07)V99.
000360     05  TB-TAX-RATE              PIC V999.
