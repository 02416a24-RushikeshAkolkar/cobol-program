000342*  09/02/26   RCA   A MISSING LIVE HISTORY FILE NOW EXITS RC 8
000344*                   AND REPORTS "NOTHING DONE" INSTEAD OF
000346*                   PROVING A CLEAN ARCHIVAL OF NOTHING.
000346*  10/14/26   RCA   ARCHIVE AND REWRITTEN-HISTORY IMAGES WIDENED
000346*                   TO 86 BYTES WITH THE PAY-HISTORY RECORD (HOURS
000346*                   PAID AND RETRO PAY).
000346*  10/14/26   RCA   WIDENED THE ARCHIVE AND NEW-HISTORY RECORDS TO
000346*                   THE LONGER HISTORY RECORD, WHICH NOW CARRIES
000346*                   THE EARNINGS-CODE BREAKDOWN.
000346*  10/14/26   RCA   ARCHIVE AND NEW-HISTORY RECORDS WIDENED TO 267
000346*                   BYTES FOR THE STATUTORY TAX NOW CARRIED ON
000346*                   EACH HISTORY LINE.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. HISTRTN.
000620
000630 FD  HISTORY-ARCHIVE
000640     LABEL RECORDS ARE STANDARD.
000650 01  ARCHIVE-RECORD              PIC X(267).
000660
000670 FD  HISTORY-NEW-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  NEW-HISTORY-RECORD          PIC X(267).
000700
000710 FD  RETENTION-REPORT
000720     LABEL RECORDS ARE STANDARD.
