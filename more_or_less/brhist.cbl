000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. BRHIST.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - SHARED BRANCH-AS-OF-DATE LOOKUP FOR THE
000007* BRANCH REPORTS. THE FIRST CALL OF A RUN LOADS THE EMPBRHST
000008* BRANCH HISTORY INTO A TABLE; EVERY CALL THEN ANSWERS WHICH
000009* BRANCH ONE EMPLOYEE BELONGED TO ON ONE DATE. NO TRANSFERS ON
000010* FILE MEANS THE BRANCH THE ID STARTS WITH, WHICH IS WHAT THE
000011* REPORTS ALWAYS ASSUMED - SO A MISSING HISTORY FILE CHANGES
000012* NOTHING. REGIONAL NUMBERS STOP FOLLOWING A TRANSFEREE'S OLD
000013* ID PREFIX. THE TABLE HOLDS 5000 TRANSFERS; A LONGER HISTORY
000014* IS AN E ON THE EXCEPTION LOG AND EVERY ANSWER COMES BACK
000015* FLAGGED IN BRH-RESULT, SO NO REPORT PASSES OFF BRANCH FIGURES
000016* BUILT ON A HISTORY CUT SHORT.
000017 ENVIRONMENT DIVISION.
000018 CONFIGURATION SECTION.
000019 SOURCE-COMPUTER. GNUCOBOL.
000020 OBJECT-COMPUTER. GNUCOBOL.
000021 INPUT-OUTPUT SECTION.
000022 FILE-CONTROL.
000023 SELECT BRANCH-HIST-FILE ASSIGN "EMPBRHST"
000024 ORGANIZATION LINE SEQUENTIAL
000025 FILE STATUS IS BH-STATUS.
000026
000027 DATA DIVISION.
000028 FILE SECTION.
000029 FD BRANCH-HIST-FILE.
000030 COPY "empbrhst.cpy".
000031 WORKING-STORAGE SECTION.
000032 01 BH-STATUS PIC X(02).
000033 01 BH-EOF-SW PIC X(01) VALUE "N".
000034 88 BH-EOF VALUE "Y".
000035 01 LOADED-SW PIC X(01) VALUE "N".
000036 88 HIST-LOADED VALUE "Y".
000037 01 HIST-TABLE.
000038 02 HIST-ENTRY OCCURS 5000 TIMES.
000039 03 HT-EMPLOYEE PIC X(06).
000040 03 HT-FROM PIC X(02).
000041 03 HT-TO PIC X(02).
000042 03 HT-EFF PIC 9(06).
000043 01 HIST-USED PIC 9(04) VALUE 0.
000044 01 HIST-IX PIC 9(04).
000045 01 HIST-SHORT-SW PIC X(01) VALUE "N".
000046 88 HIST-SHORT VALUE "Y".
000047 01 BEST-SW PIC X(01).
000048 88 BEST-FOUND VALUE "Y".
000049 01 BEST-EFF PIC 9(06).
000050 01 BEST-BRANCH PIC X(02).
000051 01 NEXT-SW PIC X(01).
000052 88 NEXT-FOUND VALUE "Y".
000053 01 NEXT-EFF PIC 9(06).
000054 01 NEXT-BRANCH PIC X(02).
000055 COPY "errlink.cpy".
000056 LINKAGE SECTION.
000057 COPY "brhlink.cpy".
000058 PROCEDURE DIVISION USING BRH-CALL-AREA.
000059
000060 MAIN.
000061 IF NOT HIST-LOADED
000062 PERFORM LOADHIST
000063 END-IF.
000064 PERFORM FINDBRANCH.
000065 IF HIST-SHORT
000066 MOVE "E" TO BRH-RESULT
000067 ELSE
000068 MOVE SPACE TO BRH-RESULT
000069 END-IF.
000070 GOBACK.
000071*LOAD THE BRANCH HISTORY ONCE PER RUN. THE FILE ONLY EXISTS
000072*ONCE SOMEBODY HAS BEEN TRANSFERRED, SO A MISSING ONE IS NOT AN
000073*ERROR. A HISTORY BIGGER THAN THE TABLE IS: THE TRANSFERS THAT
000074*DO NOT FIT ARE THE NEWEST ONES, SO EVERY ANSWER FROM HERE ON
000075*IS SUSPECT. THE EXCEPTION LOG SAYS SO AND EACH CALL IS TOLD.
000076 LOADHIST.
000077 SET HIST-LOADED TO TRUE.
000078 OPEN INPUT BRANCH-HIST-FILE.
000079 IF BH-STATUS = "00"
000080 PERFORM UNTIL BH-EOF
000081 READ BRANCH-HIST-FILE
000082 AT END
000083 SET BH-EOF TO TRUE
000084 NOT AT END
000085 IF HIST-USED < 5000
000086 ADD 1 TO HIST-USED
000087 MOVE BH-EMPLOYEE-ID TO HT-EMPLOYEE(HIST-USED)
000088 MOVE BH-FROM-BRANCH TO HT-FROM(HIST-USED)
000089 MOVE BH-TO-BRANCH TO HT-TO(HIST-USED)
000090 MOVE BH-EFF-DATE TO HT-EFF(HIST-USED)
000091 ELSE
000092 SET BH-EOF TO TRUE
000093 SET HIST-SHORT TO TRUE
000094 MOVE BRH-PROGRAM TO ERR-PROGRAM
000095 MOVE "EMPBRHST" TO ERR-FILE
000096 MOVE BH-STATUS TO ERR-FILE-STATUS
000097 MOVE "E" TO ERR-SEVERITY
000098 MOVE "TABLE FULL, LATER MOVES UNSEEN" TO ERR-ACTION
000099 PERFORM CALLERRLOG
000100 END-IF
000101 END-READ
000102 END-PERFORM
000103 CLOSE BRANCH-HIST-FILE
000104 END-IF.
000105 GO-BACK.
000106*THE BRANCH ON THE DATE ASKED IS THE TO-BRANCH OF THE LATEST
000107*TRANSFER EFFECTIVE ON OR BEFORE IT. WITH NONE THAT EARLY, IT
000108*IS THE FROM-BRANCH OF THE FIRST TRANSFER AFTER IT; WITH NO
000109*TRANSFERS AT ALL, THE BRANCH THE ID STARTS WITH. TWO MOVES ON
000110*ONE DAY: THE ONE KEYED LAST WINS.
000111 FINDBRANCH.
000112 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH.
000113 MOVE "N" TO BEST-SW.
000114 MOVE "N" TO NEXT-SW.
000115 PERFORM VARYING HIST-IX FROM 1 BY 1 UNTIL HIST-IX > HIST-USED
000116 IF HT-EMPLOYEE(HIST-IX) = BRH-EMPLOYEE-ID
000117 IF HT-EFF(HIST-IX) NOT > BRH-DATE
000118 IF (NOT BEST-FOUND) OR (HT-EFF(HIST-IX) NOT < BEST-EFF)
000119 SET BEST-FOUND TO TRUE
000120 MOVE HT-EFF(HIST-IX) TO BEST-EFF
000121 MOVE HT-TO(HIST-IX) TO BEST-BRANCH
000122 END-IF
000123 ELSE
000124 IF (NOT NEXT-FOUND) OR (HT-EFF(HIST-IX) < NEXT-EFF)
000125 SET NEXT-FOUND TO TRUE
000126 MOVE HT-EFF(HIST-IX) TO NEXT-EFF
000127 MOVE HT-FROM(HIST-IX) TO NEXT-BRANCH
000128 END-IF
000129 END-IF
000130 END-IF
000131 END-PERFORM.
000132 IF BEST-FOUND
000133 MOVE BEST-BRANCH TO BRH-BRANCH
000134 ELSE
000135 IF NEXT-FOUND
000136 MOVE NEXT-BRANCH TO BRH-BRANCH
000137 END-IF
000138 END-IF.
000139 GO-BACK.
000140*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000141*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000142*CONSOLE.
000143 CALLERRLOG.
000144 CALL "ERRLOG" USING ERR-CALL-AREA
000145 ON EXCEPTION
000146 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000147     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000148 END-CALL.
000149 GO-BACK.
