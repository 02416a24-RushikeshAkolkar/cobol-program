000310*     THE TWO RECORD IMAGES ARE MAPPED THROUGH THE CANONICAL
000320*     EMPREC LAYOUT (COPIED TWICE WITH RENAMED 01 LEVELS AND
000330*     QUALIFIED FIELD REFERENCES), SO A LAYOUT CHANGE IN EMPREC
000330*     FLOWS THROUGH HERE THE SAME AS EVERYWHERE ELSE. A SALRATE,
000330*     GARNISHMENT OR DEPOSIT-ACCOUNT ROW RELEASED THROUGH CHGAPPR
000330*     (CJ-FILE-ID SALRATE, GARNFILE OR DEPACCT) IS SHOWN THROUGH
000330*     ITS OWN LAYOUT IN CHANGES MODE AND PLAYS NO PART IN THE
000330*     AS-OF RECORD.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*  DATE       INIT  DESCRIPTION
000380*  ---------  ----  -----------------------------------------
000390*  09/02/26   RCA   ORIGINAL PROGRAM.
000390*  10/14/26   RCA   SHOWS THE NEW PAY-GROUP CODE IN BOTH MODES;
000390*                   SNAPSHOT IMAGE WIDENED TO 140 BYTES.
000390*  10/14/26   RCA   SALRATE AND GARNISHMENT ROWS RELEASED THROUGH
000390*                   CHGAPPR ARE SHOWN THROUGH THEIR OWN LAYOUTS IN
000390*                   CHANGES MODE; THE AS-OF RECORD IS BUILT FROM
000390*                   MASTER ENTRIES ONLY.
000390*  10/14/26   RCA   SHOWS THE NEW COMPANY CODE IN BOTH MODES;
000390*                   SNAPSHOT IMAGE WIDENED TO 142 BYTES.
000390*  10/15/26   RCA   DEPOSIT-ACCOUNT ROWS RELEASED THROUGH CHGAPPR
000390*                   (FILE ID DEPACCT) ARE SHOWN THROUGH THE
000390*                   DEPACCT LAYOUT IN CHANGES MODE.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CHGJRPT.
000780 01  WS-SNAP-FOUND-SW             PIC X(01) VALUE "N".
000790     88  WS-SNAP-FOUND                       VALUE "Y".
000800 01  WS-SNAP-DATE                 PIC 9(08) VALUE ZERO.
000810 01  WS-SNAP-IMAGE                PIC X(142) VALUE SPACES.
000820
000830*  THE BEFORE AND AFTER IMAGES MAPPED THROUGH THE CANONICAL
000840*  LAYOUT. FIELD NAMES ARE THE SAME IN BOTH AND ARE REFERENCED
000870         BY ==OLD-MASTER-RECORD==.
000880     COPY EMPREC REPLACING ==EMP-MASTER-RECORD==
000890         BY ==NEW-MASTER-RECORD==.
000890     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
000890         BY ==OLD-RATE-ROW==.
000890     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
000890         BY ==NEW-RATE-ROW==.
000890     COPY GARNREC REPLACING ==GARNISHMENT-RECORD==
000890         BY ==OLD-ORDER-ROW==.
000890     COPY GARNREC REPLACING ==GARNISHMENT-RECORD==
000890         BY ==NEW-ORDER-ROW==.
000890     COPY DEPACCT REPLACING ==DEPOSIT-ACCOUNT-RECORD==
000890         BY ==OLD-ACCT-ROW==.
000890     COPY DEPACCT REPLACING ==DEPOSIT-ACCOUNT-RECORD==
000890         BY ==NEW-ACCT-ROW==.
000900
000910 PROCEDURE DIVISION.
000920
002000     DISPLAY " ".
002010     DISPLAY "CHANGED " CJ-DATE " " CJ-TIME " BY "
002020         CJ-PROGRAM-ID ":".
002020     EVALUATE CJ-FILE-ID
002020         WHEN "SALRATE"
002020             MOVE CJ-BEFORE-IMAGE TO OLD-RATE-ROW
002020             MOVE CJ-AFTER-IMAGE  TO NEW-RATE-ROW
002020             PERFORM 2300-COMPARE-RATE-ROW
002020                 THRU 2300-EXIT
002020         WHEN "GARNFILE"
002020             MOVE CJ-BEFORE-IMAGE TO OLD-ORDER-ROW
002020             MOVE CJ-AFTER-IMAGE  TO NEW-ORDER-ROW
002020             PERFORM 2400-COMPARE-ORDER-ROW
002020                 THRU 2400-EXIT
002020         WHEN "DEPACCT"
002020             MOVE CJ-BEFORE-IMAGE TO OLD-ACCT-ROW
002020             MOVE CJ-AFTER-IMAGE  TO NEW-ACCT-ROW
002020             PERFORM 2500-COMPARE-ACCOUNT-ROW
002020                 THRU 2500-EXIT
002020         WHEN OTHER
002020             MOVE CJ-BEFORE-IMAGE TO OLD-MASTER-RECORD
002020             MOVE CJ-AFTER-IMAGE  TO NEW-MASTER-RECORD
002020             PERFORM 2200-COMPARE-FIELDS
002020                 THRU 2200-EXIT
002020     END-EVALUATE.
002070 2100-EXIT.
002080     EXIT.
002090
003090             EMP-DEPT OF OLD-MASTER-RECORD " -> "
003100             EMP-DEPT OF NEW-MASTER-RECORD
003110     END-IF.
003112     IF EMP-PAY-GROUP OF OLD-MASTER-RECORD NOT EQUAL
003114             EMP-PAY-GROUP OF NEW-MASTER-RECORD
003116         DISPLAY "  PAY GROUP   : "
003118             EMP-PAY-GROUP OF OLD-MASTER-RECORD " -> "
003119             EMP-PAY-GROUP OF NEW-MASTER-RECORD
003120     END-IF.
003120     IF EMP-COMPANY OF OLD-MASTER-RECORD NOT EQUAL
003120             EMP-COMPANY OF NEW-MASTER-RECORD
003120         DISPLAY "  COMPANY     : "
003120             EMP-COMPANY OF OLD-MASTER-RECORD " -> "
003120             EMP-COMPANY OF NEW-MASTER-RECORD
003120     END-IF.
003120 2200-EXIT.
003130     EXIT.
003130
003130*-----------------------------------------------------------------
003130*  2300-COMPARE-RATE-ROW.
003130*  A SALRATE ROW. A BLANK BEFORE IMAGE IS A ROW ADDED AND A BLANK
003130*  AFTER IMAGE IS A ROW DELETED.
003130*-----------------------------------------------------------------
003130 2300-COMPARE-RATE-ROW.
003130     IF OLD-RATE-ROW EQUAL SPACES
003130         DISPLAY "  RATE ROW ADDED FROM "
003130             SR-EFF-START OF NEW-RATE-ROW " TO "
003130             SR-EFF-END OF NEW-RATE-ROW " RATE "
003130             SR-RATE OF NEW-RATE-ROW
003130         GO TO 2300-EXIT
003130     END-IF.
003130     IF NEW-RATE-ROW EQUAL SPACES
003130         DISPLAY "  RATE ROW DELETED FROM "
003130             SR-EFF-START OF OLD-RATE-ROW " TO "
003130             SR-EFF-END OF OLD-RATE-ROW " RATE "
003130             SR-RATE OF OLD-RATE-ROW
003130         GO TO 2300-EXIT
003130     END-IF.
003130     DISPLAY "  RATE ROW FROM " SR-EFF-START OF OLD-RATE-ROW.
003130     IF SR-EFF-END OF OLD-RATE-ROW NOT EQUAL
003130             SR-EFF-END OF NEW-RATE-ROW
003130         DISPLAY "  EFF END     : "
003130             SR-EFF-END OF OLD-RATE-ROW " -> "
003130             SR-EFF-END OF NEW-RATE-ROW
003130     END-IF.
003130     IF SR-RATE OF OLD-RATE-ROW NOT EQUAL
003130             SR-RATE OF NEW-RATE-ROW
003130         DISPLAY "  RATE        : "
003130             SR-RATE OF OLD-RATE-ROW " -> "
003130             SR-RATE OF NEW-RATE-ROW
003130     END-IF.
003130 2300-EXIT.
003130     EXIT.
003130
003130*-----------------------------------------------------------------
003130*  2400-COMPARE-ORDER-ROW.
003130*  A GARNISHMENT ORDER. A BLANK BEFORE IMAGE IS AN ORDER ADDED.
003130*-----------------------------------------------------------------
003130 2400-COMPARE-ORDER-ROW.
003130     IF OLD-ORDER-ROW EQUAL SPACES
003130         DISPLAY "  ORDER ADDED - PRIORITY "
003130             GR-PRIORITY OF NEW-ORDER-ROW " PAYEE "
003130             GR-PAYEE OF NEW-ORDER-ROW
003130         DISPLAY "  CASE " GR-CASE-ID OF NEW-ORDER-ROW
003130             " AMOUNT " GR-AMOUNT OF NEW-ORDER-ROW
003130         GO TO 2400-EXIT
003130     END-IF.
003130     DISPLAY "  ORDER PRIORITY " GR-PRIORITY OF OLD-ORDER-ROW.
003130     IF GR-PAYEE OF OLD-ORDER-ROW NOT EQUAL
003130             GR-PAYEE OF NEW-ORDER-ROW
003130         DISPLAY "  PAYEE       : "
003130             GR-PAYEE OF OLD-ORDER-ROW " -> "
003130             GR-PAYEE OF NEW-ORDER-ROW
003130     END-IF.
003130 2400-EXIT.
003130     EXIT.
003130
003130*-----------------------------------------------------------------
003130*  2500-COMPARE-ACCOUNT-ROW.
003130*  A DIRECT-DEPOSIT ACCOUNT. A BLANK BEFORE IMAGE IS AN ACCOUNT
003130*  ADDED; EITHER WAY THE ROW WAS WRITTEN AT STATUS N FOR PRENOTE.
003130*-----------------------------------------------------------------
003130 2500-COMPARE-ACCOUNT-ROW.
003130     IF OLD-ACCT-ROW EQUAL SPACES
003130         DISPLAY "  ACCOUNT ADDED - SEQ "
003130             DA-SEQ OF NEW-ACCT-ROW " TYPE "
003130             DA-SPLIT-TYPE OF NEW-ACCT-ROW
003130         DISPLAY "  ROUTING " DA-ROUTING OF NEW-ACCT-ROW
003130             " ACCOUNT " DA-ACCOUNT OF NEW-ACCT-ROW
003130         GO TO 2500-EXIT
003130     END-IF.
003130     DISPLAY "  ACCOUNT SEQ " DA-SEQ OF OLD-ACCT-ROW.
003130     IF DA-ROUTING OF OLD-ACCT-ROW NOT EQUAL
003130             DA-ROUTING OF NEW-ACCT-ROW
003130         DISPLAY "  ROUTING     : "
003130             DA-ROUTING OF OLD-ACCT-ROW " -> "
003130             DA-ROUTING OF NEW-ACCT-ROW
003130     END-IF.
003130     IF DA-ACCOUNT OF OLD-ACCT-ROW NOT EQUAL
003130             DA-ACCOUNT OF NEW-ACCT-ROW
003130         DISPLAY "  ACCOUNT     : "
003130             DA-ACCOUNT OF OLD-ACCT-ROW " -> "
003130             DA-ACCOUNT OF NEW-ACCT-ROW
003130     END-IF.
003130     IF DA-SPLIT-TYPE OF OLD-ACCT-ROW NOT EQUAL
003130             DA-SPLIT-TYPE OF NEW-ACCT-ROW
003130         DISPLAY "  SPLIT TYPE  : "
003130             DA-SPLIT-TYPE OF OLD-ACCT-ROW " -> "
003130             DA-SPLIT-TYPE OF NEW-ACCT-ROW
003130     END-IF.
003130     IF DA-FIXED-AMT OF OLD-ACCT-ROW NOT EQUAL
003130             DA-FIXED-AMT OF NEW-ACCT-ROW
003130         DISPLAY "  FIXED AMT   : "
003130             DA-FIXED-AMT OF OLD-ACCT-ROW " -> "
003130             DA-FIXED-AMT OF NEW-ACCT-ROW
003130     END-IF.
003130     IF DA-PCT OF OLD-ACCT-ROW NOT EQUAL
003130             DA-PCT OF NEW-ACCT-ROW
003130         DISPLAY "  PERCENT     : "
003130             DA-PCT OF OLD-ACCT-ROW " -> "
003130             DA-PCT OF NEW-ACCT-ROW
003130     END-IF.
003130     IF DA-STATUS OF OLD-ACCT-ROW NOT EQUAL
003130             DA-STATUS OF NEW-ACCT-ROW
003130         DISPLAY "  STATUS      : "
003130             DA-STATUS OF OLD-ACCT-ROW " -> "
003130             DA-STATUS OF NEW-ACCT-ROW
003130     END-IF.
003130 2500-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------------
003160*  3000-AS-OF-INQUIRY.
003630         EMP-BANK-ACCOUNT OF NEW-MASTER-RECORD.
003640     DISPLAY "  DEPARTMENT  : "
003650         EMP-DEPT OF NEW-MASTER-RECORD.
003655     DISPLAY "  PAY GROUP   : "
003657         EMP-PAY-GROUP OF NEW-MASTER-RECORD.
003657     DISPLAY "  COMPANY     : "
003657         EMP-COMPANY OF NEW-MASTER-RECORD.
003660 3000-EXIT.
003670     EXIT.
003680
003920         SET WS-END-OF-FILE TO TRUE
003930         GO TO 3200-EXIT
003940     END-IF.
003940     IF CJ-FILE-ID NOT EQUAL "EMPMAST"
003940         GO TO 3200-EXIT
003940     END-IF.
003950     IF CJ-EMP-NO EQUAL WS-EMP-NO
003960             AND CJ-DATE NOT GREATER THAN WS-AS-OF-DATE
003970         SET WS-SNAP-FOUND TO TRUE
