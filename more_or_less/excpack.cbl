000011* CFGMAINT REWRITES A SETUP FILE. A LOG TOO BIG FOR THE TABLE
000012* MEANS THE EXCPURGE RETENTION STEP IS OVERDUE, AND THE
000013* PROGRAM SAYS SO INSTEAD OF TRIAGING HALF A FILE.
000014*10/15/26 MIBI88 - THE OPERATOR SIGNS ON THROUGH OPRSIGN AGAINST
000015* THE OPRMAST OPERATOR MASTER, AND EX-ACK-OPERATOR CARRIES THE
000016* VERIFIED ID INSTEAD OF WHATEVER WAS TYPED. TRIAGE IS FOR THE
000017* OPERATIONS AND ADMIN ROLES; ANYONE ELSE IS TURNED AWAY AND
000018* THE REFUSAL GOES TO THE LOG THROUGH ERRLOG - BEFORE THE
000019* LOG IS LOADED, SO THE REWRITE ON THE WAY OUT KEEPS IT.
000020 ENVIRONMENT DIVISION.
000021 CONFIGURATION SECTION.
000022 SOURCE-COMPUTER. GNUCOBOL.
000023 OBJECT-COMPUTER. GNUCOBOL.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026 SELECT EXCEPTION-LOG-FILE ASSIGN "EXCPLOG"
000027 ORGANIZATION LINE SEQUENTIAL
000028 FILE STATUS IS EX-STATUS-WK.
000029
000030 DATA DIVISION.
000031 FILE SECTION.
000032 FD EXCEPTION-LOG-FILE.
000033 COPY "excplog.cpy".
000034 WORKING-STORAGE SECTION.
000035 01 EX-STATUS-WK PIC X(02).
000036 01 LOG-EOF-SW PIC X(01) VALUE "N".
000037 88 LOG-EOF VALUE "Y".
000038 01 LOG-TABLE.
000039 02 LOG-ENTRY OCCURS 500 TIMES PIC X(98).
000040 01 LOG-USED PIC 9(03) VALUE 0.
000041 01 LOG-IX PIC 9(03).
000042 01 NEW-CT PIC 9(03) VALUE 0.
000043 01 OPERATOR-ID PIC X(06).
000044 01 ANSWER-IN PIC X(20).
000045 01 DISP-IN PIC X(20).
000046 01 NUM-WORK PIC 9(04).
000047 01 EDIT-IX PIC 9(02).
000048 01 EDIT-DIGIT PIC 9(01).
000049 01 EDIT-BAD-SW PIC X(01) VALUE "N".
000050 88 EDIT-BAD VALUE "Y".
000051 01 CHANGED-SW PIC X(01) VALUE "N".
000052 88 LOG-CHANGED VALUE "Y".
000053 01 DONE-SW PIC X(01) VALUE "N".
000054 88 TRIAGE-DONE VALUE "Y".
000055 01 OVERFLOW-SW PIC X(01) VALUE "N".
000056 88 LOG-OVERFLOW VALUE "Y".
000057 01 STAMP-DATE PIC 9(06).
000058 COPY "oprlink.cpy".
000059 COPY "errlink.cpy".
000060 PROCEDURE DIVISION.
000061
000062 MAIN.
000063 DISPLAY "= EXCEPTION LOG TRIAGE =".
000064 MOVE "EXCPACK" TO ERR-PROGRAM.
000065 PERFORM SIGNON.
000066 IF NOT OPR-VERIFIED
000067 STOP RUN
000068 END-IF.
000069 IF NOT (OPR-IS-OPS OR OPR-IS-ADMIN)
000070 DISPLAY "EXCEPTION TRIAGE IS FOR THE OPERATIONS AND ADMIN"
000071     " ROLES ONLY."
000072 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000073 MOVE OPERATOR-ID TO ERR-ACTION(20:6)
000074 PERFORM LOGREFUSAL
000075 STOP RUN
000076 END-IF.
000077 PERFORM LOADLOG.
000078 IF LOG-OVERFLOW
000079 DISPLAY "THE LOG HAS MORE THAN 500 RECORDS. RUN THE EXCPURGE"
000080     " RETENTION STEP FIRST. NOTHING CHANGED."
000081 MOVE 8 TO RETURN-CODE
000082 STOP RUN
000083 END-IF.
000084 PERFORM LISTNEW.
000085 IF NEW-CT = 0
000086 DISPLAY "NOTHING WAITING FOR ACKNOWLEDGEMENT."
000087 ELSE
000088 PERFORM UNTIL TRIAGE-DONE
000089 PERFORM TRIAGESTEP
000090 END-PERFORM
000091 END-IF.
000092 IF LOG-CHANGED
000093 PERFORM WRITELOG
000094 END-IF.
000095 DISPLAY "EXCEPTION TRIAGE ENDED.".
000096 STOP RUN.
000097*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON. ONLY A
000098*VERIFIED ID EVER REACHES EX-ACK-OPERATOR.
000099 SIGNON.
000100 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000101 CALL "OPRSIGN" USING OPR-CALL-AREA
000102 ON EXCEPTION
000103 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000104 MOVE "N" TO OPR-RESULT
000105 END-CALL.
000106 IF OPR-VERIFIED
000107 MOVE OPR-OPERATOR-ID TO OPERATOR-ID
000108 END-IF.
000109 GO-BACK.
000110*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000111*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000112 LOGREFUSAL.
000113 MOVE "OPRMAST" TO ERR-FILE.
000114 MOVE "00" TO ERR-FILE-STATUS.
000115 MOVE "W" TO ERR-SEVERITY.
000116 PERFORM CALLERRLOG.
000117 GO-BACK.
000118*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000119*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000120*CONSOLE.
000121 CALLERRLOG.
000122 CALL "ERRLOG" USING ERR-CALL-AREA
000123 ON EXCEPTION
000124 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000125     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000126 END-CALL.
000127 GO-BACK.
000128*LOAD THE WHOLE LIVE LOG INTO THE TABLE. A MISSING LOG IS A
000129*QUIET NIGHT, NOT AN ERROR.
000130 LOADLOG.
000131 OPEN INPUT EXCEPTION-LOG-FILE.
000132 IF EX-STATUS-WK = "00"
000133 PERFORM UNTIL LOG-EOF OR LOG-OVERFLOW
000134 READ EXCEPTION-LOG-FILE
000135 AT END
000136 SET LOG-EOF TO TRUE
000137 NOT AT END
000138 IF LOG-USED = 500
000139 SET LOG-OVERFLOW TO TRUE
000140 ELSE
000141 ADD 1 TO LOG-USED
000142 MOVE EXCEPTION-LOG-REC TO LOG-ENTRY(LOG-USED)
000143 END-IF
000144 END-READ
000145 END-PERFORM
000146 CLOSE EXCEPTION-LOG-FILE
000147 ELSE
000148 DISPLAY "EXCPLOG NOT FOUND. NOTHING TO TRIAGE."
000149 END-IF.
000150 GO-BACK.
000151*LIST THE UNACKNOWLEDGED ENTRIES WITH THEIR TABLE NUMBERS.
000152*RECORDS FROM BEFORE THE ACK FIELDS READ BACK WITH A BLANK
000153*FLAG, WHICH COUNTS AS UNACKNOWLEDGED.
000154 LISTNEW.
000155 MOVE 0 TO NEW-CT.
000156 PERFORM VARYING LOG-IX FROM 1 BY 1 UNTIL LOG-IX > LOG-USED
000157 MOVE LOG-ENTRY(LOG-IX) TO EXCEPTION-LOG-REC
000158 IF EX-ACK-FLAG NOT = "Y"
000159 ADD 1 TO NEW-CT
000160 DISPLAY LOG-IX, " ", EX-DATE, " ", EX-TIME(1:6), " ",
000161     EX-PROGRAM, " ", EX-FILE, " ", EX-STATUS, " ",
000162     EX-SEVERITY, " ", EX-ACTION
000163 END-IF
000164 END-PERFORM.
000165 DISPLAY NEW-CT, " ENTRIES WAITING.".
000166 GO-BACK.
000167*TAKE ONE ENTRY NUMBER AND CLOSE IT. A BLANK ANSWER ENDS THE
000168*SESSION.
000169 TRIAGESTEP.
000170 DISPLAY "ENTRY NUMBER TO ACKNOWLEDGE (BLANK TO FINISH)?".
000171 ACCEPT ANSWER-IN FROM CONSOLE.
000172 IF ANSWER-IN = SPACES
000173 SET TRIAGE-DONE TO TRUE
000174 ELSE
000175 PERFORM EDITNUMBER
000176 IF (NUM-WORK < 1) OR (NUM-WORK > LOG-USED)
000177 DISPLAY "NO SUCH ENTRY. TRY AGAIN."
000178 ELSE
000179 MOVE NUM-WORK TO LOG-IX
000180 PERFORM ACKENTRY
000181 END-IF
000182 END-IF.
000183 GO-BACK.
000184*STAMP ONE ENTRY ACKNOWLEDGED, WITH THE OPERATOR'S DISPOSITION.
000185 ACKENTRY.
000186 MOVE LOG-ENTRY(LOG-IX) TO EXCEPTION-LOG-REC.
000187 IF EX-ACK-FLAG = "Y"
000188 DISPLAY "ENTRY ", LOG-IX, " IS ALREADY ACKNOWLEDGED BY ",
000189     EX-ACK-OPERATOR, "."
000190 ELSE
000191 DISPLAY "DISPOSITION (E.G. FIXED, KNOWN, ONE-OFF)?"
000192 ACCEPT DISP-IN FROM CONSOLE
000193 IF DISP-IN = SPACES
000194 DISPLAY "A DISPOSITION IS REQUIRED. ENTRY LEFT OPEN."
000195 ELSE
000196 MOVE "Y" TO EX-ACK-FLAG
000197 ACCEPT STAMP-DATE FROM DATE
000198 MOVE STAMP-DATE TO EX-ACK-DATE
000199 MOVE OPERATOR-ID TO EX-ACK-OPERATOR
000200 MOVE DISP-IN TO EX-ACK-DISP
000201 MOVE EXCEPTION-LOG-REC TO LOG-ENTRY(LOG-IX)
000202 SET LOG-CHANGED TO TRUE
000203 DISPLAY "ENTRY ", LOG-IX, " ACKNOWLEDGED."
000204 END-IF
000205 END-IF.
000206 GO-BACK.
000207*REWRITE THE LIVE LOG FROM THE TABLE. THE ACKS ARE ONLY SAFE
000208*ON DISK ONCE THIS SUCCEEDS, SO A FAILURE HERE IS SAID LOUDLY.
000209 WRITELOG.
000210 OPEN OUTPUT EXCEPTION-LOG-FILE.
000211 IF EX-STATUS-WK = "00"
000212 PERFORM VARYING LOG-IX FROM 1 BY 1 UNTIL LOG-IX > LOG-USED
000213 MOVE LOG-ENTRY(LOG-IX) TO EXCEPTION-LOG-REC
000214 WRITE EXCEPTION-LOG-REC
000215 END-PERFORM
000216 CLOSE EXCEPTION-LOG-FILE
000217 DISPLAY "EXCPLOG REWRITTEN WITH THE ACKNOWLEDGEMENTS."
000218 ELSE
000219 DISPLAY "UNABLE TO REWRITE EXCPLOG. STATUS ", EX-STATUS-WK,
000220     ". ACKNOWLEDGEMENTS LOST."
000221 MOVE 8 TO RETURN-CODE
000222 END-IF.
000223 GO-BACK.
000224*TURN A CONSOLE ANSWER INTO A NUMBER BY WALKING ITS DIGITS UP
000225*TO THE FIRST BLANK, SO "1" MEANS ONE AND NOT ONE THOUSAND.
000226*ANYTHING NON-NUMERIC COMES BACK AS ZERO, WHICH THE RANGE
000227*CHECK ABOVE REFUSES.
000228 EDITNUMBER.
000229 MOVE 0 TO NUM-WORK.
000230 MOVE "N" TO EDIT-BAD-SW.
000231 PERFORM VARYING EDIT-IX FROM 1 BY 1
000232     UNTIL (EDIT-IX > 4) OR EDIT-BAD
000233     OR (ANSWER-IN(EDIT-IX:1) = SPACE)
000234 IF ANSWER-IN(EDIT-IX:1) IS NUMERIC
000235 MOVE ANSWER-IN(EDIT-IX:1) TO EDIT-DIGIT
000236 COMPUTE NUM-WORK = (NUM-WORK * 10) + EDIT-DIGIT
000237 ELSE
000238 SET EDIT-BAD TO TRUE
000239 END-IF
000240 END-PERFORM.
000241 IF (EDIT-IX > 4) AND (ANSWER-IN(5:1) NOT = SPACE)
000242 SET EDIT-BAD TO TRUE
000243 END-IF.
000244 IF EDIT-BAD
000245 MOVE 0 TO NUM-WORK
000246 END-IF.
000247 GO-BACK.
