000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  09/02/26   RCA   ORIGINAL COPYBOOK.
000290*  10/14/26   RCA   ADDED GD-COMPANY, THE COMPANY THE EMPLOYEE IS
000290*                   PAID UNDER (01 FOR A BLANK MASTER CODE), SO
000290*                   GARNXTRT REMITS EACH COMPANY'S ORDERS FROM ITS
000290*                   OWN FILE.
000300*****************************************************************
000310 01  GARNISH-DETAIL-RECORD.
000320     05  GD-EMP-NO                PIC 9(05).
000340     05  GD-PAYEE                 PIC X(20).
000350     05  GD-CASE-ID               PIC X(12).
000360     05  GD-AMOUNT                PIC 9(07)V99.
000360     05  GD-COMPANY               PIC X(02).
