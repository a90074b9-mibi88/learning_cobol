000001*--------------------------------------------------------------*
000002* CENTRAL EXCEPTION LOG RECORD, WRITTEN BY ERRLOG AND READ BY  *
000003* THE EXCPRPT MORNING REPORT. ONE RECORD PER FILE FAILURE ANY  *
000004* PROGRAM REPORTS, SO OPERATIONS FINALLY SEES THE TROUBLE THE  *
000005* PROGRAMS USED TO EAT. THE ACK FIELDS ARE THE TRIAGE TRAIL:   *
000006* ERRLOG WRITES EVERY RECORD AS UNACKNOWLEDGED (N), EXCPACK    *
000007* STAMPS WHO CLOSED IT, WHEN AND WITH WHAT DISPOSITION, AND    *
000008* EXCPURGE MOVES CLOSED RECORDS OFF THE LIVE LOG. RECORDS      *
000009* FROM BEFORE THE ACK FIELDS READ BACK WITH A BLANK FLAG,      *
000010* WHICH COUNTS AS UNACKNOWLEDGED.                              *
000011*--------------------------------------------------------------*
000012 01 EXCEPTION-LOG-REC.
000013 02 EX-DATE PIC 9(06).
000014 02 EX-TIME PIC 9(08).
000015 02 EX-PROGRAM PIC X(10).
000016 02 EX-FILE PIC X(08).
000017 02 EX-STATUS PIC X(02).
000018 02 EX-SEVERITY PIC X(01).
000019 02 EX-ACTION PIC X(30).
000020 02 EX-ACK-FLAG PIC X(01).
000021 02 EX-ACK-DATE PIC 9(06).
000022 02 EX-ACK-OPERATOR PIC X(06).
000023 02 EX-ACK-DISP PIC X(20).
