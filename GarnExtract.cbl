000260*     THE RUN TOTALS SO THE REMITTANCES CAN BE BALANCED AGAINST
000270*     THE 2700 GARNISHMENTS-PAYABLE POSTING GLEXTRCT MADE.
000280*
000280*     EACH COMPANY ON THE COMPANY TABLE REMITS ITS OWN ORDERS ON
000280*     ITS OWN FILE - GARNPAY FOR THE HOME COMPANY 01, GARNPAY.CC
000280*     FOR ANY OTHER (SEE COMPTAB) - BALANCED AGAINST THAT
000280*     COMPANY'S OWN 2700 POSTING. THE CONTROL REPORT IS SECTIONED
000280*     AND TOTALED BY COMPANY.
000280*
000290*     REMITTANCE FILE LAYOUT (ALL RECORDS 44 BYTES):
000290*         HEADER  - "H", RUN DATE CCYYMMDD, COMPANY X(2)
000310*         DETAIL  - "D", PAYEE X(20), TOTAL 9(9)V99
000320*         TRAILER - "T", PAYEE COUNT 9(7), TOTAL 9(11)V99
000330*-----------------------------------------------------------------
000372*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000372*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000372*                   ROUTINE AT END OF STEP.
000372*  10/14/26   RCA   MULTI-COMPANY. ONE REMITTANCE FILE PER COMPANY
000372*                   ON THE COMPANY TABLE (GARNPAY FOR 01,
000372*                   GARNPAY.CC FOR ANY OTHER), EACH ROLLED UP FROM
000372*                   THAT COMPANY'S OWN GARNDETL LINES. THE HEADER
000372*                   CARRIES THE COMPANY CODE; THE CONTROL REPORT
000372*                   IS SECTIONED AND TOTALED BY COMPANY.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. GARNXTRT.
000730     88  WS-END-OF-FILE                      VALUE "Y".
000740 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000750 01  WS-GARNDETL-STATUS           PIC X(02) VALUE SPACES.
000750 01  WS-GARNDETL-OPEN-SW          PIC X(01) VALUE "N".
000750     88  WS-GARNDETL-OPEN                    VALUE "Y".
000760
000770 01  WS-DETAIL-COUNT              PIC 9(07) VALUE ZERO.
000780 01  WS-GRAND-TOTAL               PIC 9(11)V99 VALUE ZERO.
000950 01  WS-REMIT-HEADER.
000960     05  RH-REC-TYPE             PIC X(01) VALUE "H".
000970     05  RH-RUN-DATE             PIC 9(08).
000970     05  RH-COMPANY              PIC X(02).
000970     05  FILLER                  PIC X(33) VALUE SPACES.
000990
001000 01  WS-REMIT-DETAIL.
001010     05  RD-REC-TYPE             PIC X(01) VALUE "D".
001230     05  FILLER                  PIC X(32) VALUE SPACES.
001240
001250 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001250
001250 01  WS-RPT-COMPANY-LINE.
001250     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
001250     05  RPT-CO-CODE             PIC X(02).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  RPT-CO-NAME             PIC X(30).
001250     05  FILLER                  PIC X(19)
001250         VALUE " REMITTANCE FILE: ".
001250     05  RPT-CO-FILE             PIC X(10).
001250     05  FILLER                  PIC X(08) VALUE SPACES.
001260
001270 01  WS-RPT-DETAIL-LINE.
001280     05  RPT-PAYEE               PIC X(20).
001410
001420 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "GARNXTRT".
001430 01  WS-AUDIT-MESSAGE             PIC X(60).
001430
001430*  THE COMPANY BEING REMITTED AND THE TEST OF WHETHER A DETAIL
001430*  BELONGS TO IT (A BLANK COMPANY CODE IS THE HOME COMPANY 01).
001430 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001430 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
001430 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
001430     88  WS-IN-COMPANY                       VALUE "Y".
001430
001430     COPY COMPTBL.
001430
001450 PROCEDURE DIVISION.
001460
001470*-----------------------------------------------------------------
001510     MOVE ZERO TO RETURN-CODE.
001520     PERFORM 1000-INITIALIZE
001530         THRU 1000-EXIT.
001530     PERFORM 1100-REMIT-ONE-COMPANY
001530         THRU 1100-EXIT
001530         VARYING WS-CO-SUB FROM 1 BY 1
001530         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001590     PERFORM 9999-TERMINATE
001600         THRU 9999-EXIT.
001610     GOBACK.
001620
001630*-----------------------------------------------------------------
001640*  1000-INITIALIZE.
001640*  LOADS THE COMPANY TABLE. THE REMITTANCE FILES AND THE DETAIL
001640*  FILE ARE OPENED PER COMPANY IN 1100.
001690*-----------------------------------------------------------------
001700 1000-INITIALIZE.
001710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001710     MOVE "L" TO CM-FUNCTION.
001710     CALL "COMPTAB" USING
001710         BY REFERENCE COMPANY-TABLE-AREA.
001770     OPEN OUTPUT GARN-CONTROL-REPORT.
001800     WRITE RPT-LINE FROM WS-RPT-HEADING-1
001850         AFTER ADVANCING 1 LINE.
001900 1000-EXIT.
002040     EXIT.
002040
001690*-----------------------------------------------------------------
001690*  1100-REMIT-ONE-COMPANY.
001690*  POINTS GARNPAY AT THE COMPANY'S OWN REMITTANCE FILE AND ROLLS
001690*  UP ITS ORDERS FROM A CLEARED PAYEE TABLE. A MISSING DETAIL
001690*  FILE MEANS NO GARNISHMENTS WERE TAKEN THIS RUN - THE
001690*  REMITTANCE FILE AND REPORT SECTION STILL GO OUT, EMPTY BUT
001670*  FOR THEIR HEADINGS AND ZERO TOTALS, SO THE MORNING BALANCE
001680*  AGAINST THE 2700 POSTING STILL HAS SOMETHING TO READ.
001690*-----------------------------------------------------------------
001690 1100-REMIT-ONE-COMPANY.
001690     MOVE ZERO TO WS-PAYEE-SLOTS.
001690     MOVE ZERO TO WS-DETAIL-COUNT.
001690     MOVE ZERO TO WS-GRAND-TOTAL.
001690     MOVE "N" TO WS-EOF-SW.
001690     MOVE "GARNPAY" TO CM-FILE-NAME.
001690     MOVE WS-CO-SUB TO CM-SUB.
001690     MOVE "P" TO CM-FUNCTION.
001690     CALL "COMPTAB" USING
001690         BY REFERENCE COMPANY-TABLE-AREA.
001760     OPEN OUTPUT GARN-REMIT-FILE.
001780     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001780     MOVE CM-CODE(WS-CO-SUB) TO RH-COMPANY.
001790     WRITE REMIT-RECORD FROM WS-REMIT-HEADER.
001790     MOVE CM-CODE(WS-CO-SUB) TO RPT-CO-CODE.
001790     MOVE CM-NAME(WS-CO-SUB) TO RPT-CO-NAME.
001790     MOVE SPACES TO RPT-CO-FILE.
001790     IF CM-CODE(WS-CO-SUB) EQUAL "01"
001790         MOVE "GARNPAY" TO RPT-CO-FILE
001790     ELSE
001790         STRING "GARNPAY." CM-CODE(WS-CO-SUB)
001790             DELIMITED BY SIZE INTO RPT-CO-FILE
002020     END-IF.
002020     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
001830         AFTER ADVANCING 2 LINES.
001820     WRITE RPT-LINE FROM WS-RPT-HEADING-2
001830         AFTER ADVANCING 2 LINES.
001840     WRITE RPT-LINE FROM WS-RPT-HEADING-3
001850         AFTER ADVANCING 1 LINE.
001850     MOVE "N" TO WS-GARNDETL-OPEN-SW.
001720     OPEN INPUT GARNISH-DETAIL.
001720     IF WS-GARNDETL-STATUS EQUAL "00"
001720         SET WS-GARNDETL-OPEN TO TRUE
001870         PERFORM 1900-READ-DETAIL
001880             THRU 1900-EXIT
001880     ELSE
002010         SET WS-END-OF-FILE TO TRUE
002020     END-IF.
002020     PERFORM 2000-ROLL-UP-ONE-DETAIL
002020         THRU 2000-EXIT
002020         UNTIL WS-END-OF-FILE.
002020*  THE DETAIL FILE IS ONLY CLOSED WHEN ITS OPEN SUCCEEDED -
002020*  CLOSING A NEVER-OPENED FILE WOULD RAISE A STATUS-42 ERROR.
002020     IF WS-GARNDETL-OPEN
002020         CLOSE GARNISH-DETAIL
002020     END-IF.
002020     PERFORM 3000-WRITE-REMITTANCES
002020         THRU 3000-EXIT.
002020     CLOSE GARN-REMIT-FILE.
002020     ADD WS-DETAIL-COUNT TO WS-STEP-COUNT-OUT.
002020 1100-EXIT.
002040     EXIT.
002040
001690*-----------------------------------------------------------------
001690*  1600-TEST-COMPANY.
001690*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
001690*  COMPANY BEING REMITTED. A BLANK CODE IS THE HOME COMPANY.
001690*-----------------------------------------------------------------
001690 1600-TEST-COMPANY.
001690     MOVE "N" TO WS-IN-COMPANY-SW.
001690     IF WS-TEST-COMPANY EQUAL SPACES
001690         MOVE "01" TO WS-TEST-COMPANY
002020     END-IF.
002020     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
002020         SET WS-IN-COMPANY TO TRUE
002020     END-IF.
002020 1600-EXIT.
002040     EXIT.
002040
002040*  READS THE NEXT DETAIL OF THE COMPANY BEING REMITTED, PASSING
002040*  OVER THE OTHER COMPANIES' DETAILS. THE LOOP ALSO ENDS ON ANY
002040*  NON-ZERO FILE STATUS SO A READ ERROR CANNOT SPIN.
001950 1900-READ-DETAIL.
001960     READ GARNISH-DETAIL
001970         AT END
001980             SET WS-END-OF-FILE TO TRUE
001980             GO TO 1900-EXIT
001990     END-READ.
002000     IF WS-GARNDETL-STATUS NOT EQUAL "00"
002010         SET WS-END-OF-FILE TO TRUE
002010         GO TO 1900-EXIT
002020     END-IF.
002020     MOVE GD-COMPANY TO WS-TEST-COMPANY.
002020     PERFORM 1600-TEST-COMPANY
002020         THRU 1600-EXIT.
002020     IF NOT WS-IN-COMPANY
002020         GO TO 1900-READ-DETAIL
002020     END-IF.
002030 1900-EXIT.
002040     EXIT.
002490*-----------------------------------------------------------------
002500*  3000-WRITE-REMITTANCES.
002510*  WRITES ONE REMITTANCE DETAIL AND ONE REPORT LINE PER PAYEE,
002510*  THEN THE BALANCING TRAILER AND THE COMPANY'S TOTALS.
002530*-----------------------------------------------------------------
002540 3000-WRITE-REMITTANCES.
002550     PERFORM 3100-WRITE-ONE-PAYEE
002710     MOVE ZERO                 TO RPT-TOTAL-AMOUNT.
002720     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002730         AFTER ADVANCING 1 LINE.
002730     MOVE SPACES TO WS-AUDIT-MESSAGE.
002730     STRING "GARN REMITTANCE CO " CM-CODE(WS-CO-SUB)
002730         " WRITTEN - PAYEES "
002750         WS-PAYEE-SLOTS " ORDERS " WS-DETAIL-COUNT
002760         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002770     CALL "AUDITLOG" USING
002960*  9999-TERMINATE.
002970*-----------------------------------------------------------------
002980 9999-TERMINATE.
003050     CLOSE GARN-CONTROL-REPORT.
003050     MOVE "GARNPAY" TO CM-FILE-NAME.
003050     MOVE "R" TO CM-FUNCTION.
003050     CALL "COMPTAB" USING
003050         BY REFERENCE COMPANY-TABLE-AREA.
003054     CALL "STEPCNT" USING
003056         BY CONTENT WS-STEP-COUNT-OUT.
003060 9999-EXIT.
