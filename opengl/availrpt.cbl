000014* REPORT BREAKS BY STATION, THEN BY DAY - A CRASH LINE NOW
000015* SAYS WHICH KIOSK DIED. EVENTS FROM BEFORE STAMPING GROUP
000016* UNDER A BLANK STATION.
000017*10/15/26 MIBI88 - A KIOSK SHUT DOWN FROM HEAD OFFICE FOR
000018* MAINTENANCE WRITES A NORMAL END EVENT WITH REASON MAINT STOP,
000019* SO IT PAIRS AS A SESSION AND IS NEVER COUNTED AS A CRASH. THE
000020* TOTALS NOW SAY HOW MANY SESSIONS ENDED THAT WAY, SO PLANNED
000021* DOWNTIME IS NOT READ AS UNRELIABILITY EITHER.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT AUDIT-LOG-FILE ASSIGN "OGLAUDIT"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS AL-STATUS.
000031 SELECT SORT-FILE ASSIGN "SRTWORK".
000032 SELECT REPORT-FILE ASSIGN "AVRPTOUT"
000033 ORGANIZATION LINE SEQUENTIAL
000034 FILE STATUS IS RPT-STATUS.
000035
000036 DATA DIVISION.
000037 FILE SECTION.
000038 FD AUDIT-LOG-FILE.
000039 COPY "auditlog.cpy".
000040 SD SORT-FILE.
000041 01 SRT-REC.
000042 02 SRT-STATION PIC X(04).
000043 02 SRT-DATE PIC 9(06).
000044 02 SRT-TIME PIC 9(08).
000045 02 SRT-EVENT PIC X(05).
000046 02 SRT-REASON PIC X(10).
000047 FD REPORT-FILE.
000048 01 REPORT-LINE.
000049 02 RL-TYPE PIC X(08).
000050 02 FILLER PIC X(02) VALUE SPACES.
000051 02 RL-STN PIC X(04).
000052 02 FILLER PIC X(02) VALUE SPACES.
000053 02 RL-DATE PIC X(06).
000054 02 FILLER PIC X(03) VALUE SPACES.
000055 02 RL-START PIC X(06).
000056 02 FILLER PIC X(03) VALUE SPACES.
000057 02 RL-END PIC X(06).
000058 02 FILLER PIC X(03) VALUE SPACES.
000059 02 RL-SECS PIC ZZZZZ9.
000060 02 FILLER PIC X(03) VALUE SPACES.
000061 02 RL-NOTE PIC X(14).
000062 WORKING-STORAGE SECTION.
000063 01 AL-STATUS PIC X(02).
000064 01 RPT-STATUS PIC X(02).
000065 01 LOG-EOF-SW PIC X(01) VALUE "N".
000066 88 LOG-EOF VALUE "Y".
000067 01 SORT-EOF-SW PIC X(01) VALUE "N".
000068 88 SORT-EOF VALUE "Y".
000069 01 STN-STARTED-SW PIC X(01) VALUE "N".
000070 88 STN-STARTED VALUE "Y".
000071 01 CURR-STATION PIC X(04) VALUE SPACES.
000072 01 PENDING-SW PIC X(01) VALUE "N".
000073 88 PENDING-START VALUE "Y".
000074 01 PEND-DATE PIC 9(06).
000075 01 PEND-TIME PIC 9(08).
000076 01 PEND-SECS PIC 9(05).
000077 01 END-SECS PIC 9(05).
000078 01 SESS-SECS PIC 9(06).
000079 01 TIME-SPLIT.
000080 02 TS-HHMMSS.
000081 03 TS-HH PIC 9(02).
000082 03 TS-MM PIC 9(02).
000083 03 TS-SS PIC 9(02).
000084 02 TS-HS PIC 9(02).
000085 01 CURR-DAY PIC 9(06) VALUE 0.
000086 01 DAY-SESSIONS PIC 9(05) VALUE 0.
000087 01 DAY-CRASHES PIC 9(05) VALUE 0.
000088 01 DAY-UPTIME PIC 9(07) VALUE 0.
000089 01 STN-SESSIONS PIC 9(05) VALUE 0.
000090 01 STN-CRASHES PIC 9(05) VALUE 0.
000091 01 STN-UPTIME PIC 9(09) VALUE 0.
000092 01 STN-UPTIME-ED PIC ZZZZZZZZ9.
000093 01 TOT-SESSIONS PIC 9(07) VALUE 0.
000094 01 TOT-CRASHES PIC 9(07) VALUE 0.
000095 01 TOT-UPTIME PIC 9(09) VALUE 0.
000096 01 TOT-UPTIME-ED PIC ZZZZZZZZ9.
000097 01 ORPHAN-ENDS PIC 9(05) VALUE 0.
000098 01 TOT-MAINT-STOPS PIC 9(07) VALUE 0.
000099 PROCEDURE DIVISION.
000100
000101 MAIN.
000102 OPEN OUTPUT REPORT-FILE.
000103 IF RPT-STATUS NOT = "00"
000104 DISPLAY "UNABLE TO OPEN AVRPTOUT. ENDING REPORT RUN."
000105 STOP RUN
000106 END-IF.
000107 PERFORM WRITEHEADER.
000108 SORT SORT-FILE
000109 ON ASCENDING KEY SRT-STATION SRT-DATE SRT-TIME
000110 WITH DUPLICATES IN ORDER
000111 INPUT PROCEDURE IS FEEDSORT
000112 OUTPUT PROCEDURE IS PROCESSSORTED.
000113 PERFORM GRANDTOTALS.
000114 CLOSE REPORT-FILE.
000115 STOP RUN.
000116*WRITE THE REPORT'S COLUMN HEADINGS.
000117 WRITEHEADER.
000118 MOVE "= KIOSK AVAILABILITY REPORT (OGLAUDIT) =" TO REPORT-LINE.
000119 WRITE REPORT-LINE.
000120 MOVE SPACES TO REPORT-LINE.
000121 WRITE REPORT-LINE.
000122 MOVE SPACES TO REPORT-LINE.
000123 MOVE "TYPE" TO RL-TYPE.
000124 MOVE "STN" TO RL-STN.
000125 MOVE "DATE" TO RL-DATE.
000126 MOVE "START" TO RL-START.
000127 MOVE "END" TO RL-END.
000128 MOVE "UPSECS" TO RL-NOTE.
000129 WRITE REPORT-LINE.
000130 GO-BACK.
000131*FEED EVERY AUDIT EVENT TO THE SORT. EACH KIOSK APPENDS ITS OWN
000132*EVENTS IN TIME ORDER, BUT THE COMBINED LOG INTERLEAVES THE
000133*MACHINES, SO THE PAIRING BELOW ONLY WORKS ONCE THE EVENTS ARE
000134*REGROUPED BY STATION.
000135 FEEDSORT.
000136 OPEN INPUT AUDIT-LOG-FILE.
000137 IF AL-STATUS = "00"
000138 PERFORM UNTIL LOG-EOF
000139 READ AUDIT-LOG-FILE
000140 AT END
000141 SET LOG-EOF TO TRUE
000142 NOT AT END
000143 MOVE AL-STATION TO SRT-STATION
000144 MOVE AL-DATE TO SRT-DATE
000145 MOVE AL-TIME TO SRT-TIME
000146 MOVE AL-EVENT TO SRT-EVENT
000147 MOVE AL-REASON TO SRT-REASON
000148 RELEASE SRT-REC
000149 END-READ
000150 END-PERFORM
000151 CLOSE AUDIT-LOG-FILE
000152 ELSE
000153 DISPLAY "OGLAUDIT UNAVAILABLE. REPORTING NOTHING."
000154 END-IF.
000155 GO-BACK.
000156*DRIVE THE SORTED EVENTS, BREAKING ON STATION, THEN ON DAY
000157*WITHIN THE STATION.
000158 PROCESSSORTED.
000159 PERFORM UNTIL SORT-EOF
000160 RETURN SORT-FILE
000161 AT END
000162 SET SORT-EOF TO TRUE
000163 NOT AT END
000164 PERFORM HANDLE-EVENT
000165 END-RETURN
000166 END-PERFORM.
000167 IF STN-STARTED
000168 PERFORM ENDSTATION
000169 END-IF.
000170 GO-BACK.
000171*SORT ONE EVENT INTO THE PAIRING STATE. A SECOND START ON TOP
000172*OF A PENDING ONE MEANS THE FIRST SESSION NEVER WROTE ITS END -
000173*FLAG IT AND LET THE NEW START TAKE ITS PLACE.
000174 HANDLE-EVENT.
000175 IF NOT STN-STARTED
000176 SET STN-STARTED TO TRUE
000177 MOVE SRT-STATION TO CURR-STATION
000178 PERFORM STATIONHEAD
000179 ELSE
000180 IF SRT-STATION NOT = CURR-STATION
000181 PERFORM ENDSTATION
000182 MOVE SRT-STATION TO CURR-STATION
000183 PERFORM STATIONHEAD
000184 END-IF
000185 END-IF.
000186 IF SRT-EVENT = "START"
000187 IF PENDING-START
000188 PERFORM CRASHLINE
000189 END-IF
000190 PERFORM NOTEDAY
000191 MOVE SRT-DATE TO PEND-DATE
000192 MOVE SRT-TIME TO PEND-TIME
000193 SET PENDING-START TO TRUE
000194 ELSE
000195 IF SRT-EVENT = "END"
000196 IF PENDING-START
000197 PERFORM SESSIONLINE
000198 ELSE
000199 ADD 1 TO ORPHAN-ENDS
000200 END-IF
000201 END-IF
000202 END-IF.
000203 GO-BACK.
000204*PRINT THE HEADING LINE FOR A NEW STATION. EVENTS FROM BEFORE
000205*STATION STAMPING SHOW A BLANK STATION HERE AND GROUP TOGETHER.
000206 STATIONHEAD.
000207 MOVE SPACES TO REPORT-LINE.
000208 MOVE "STATION" TO RL-TYPE.
000209 MOVE CURR-STATION TO RL-STN.
000210 WRITE REPORT-LINE.
000211 GO-BACK.
000212*CLOSE OUT A STATION: FLAG A STILL-PENDING START, BREAK THE
000213*LAST DAY, PRINT THE STATION'S TOTALS AND RESET THEM.
000214 ENDSTATION.
000215 IF PENDING-START
000216 PERFORM CRASHLINE
000217 END-IF.
000218 IF CURR-DAY NOT = 0
000219 PERFORM DAYTOTALS
000220 END-IF.
000221 MOVE SPACES TO REPORT-LINE.
000222 MOVE "STNTOTAL" TO RL-TYPE.
000223 MOVE CURR-STATION TO RL-STN.
000224 MOVE STN-SESSIONS TO RL-START.
000225 MOVE STN-CRASHES TO RL-END.
000226 MOVE STN-UPTIME TO STN-UPTIME-ED.
000227 MOVE STN-UPTIME-ED TO RL-NOTE.
000228 WRITE REPORT-LINE.
000229 MOVE 0 TO STN-SESSIONS.
000230 MOVE 0 TO STN-CRASHES.
000231 MOVE 0 TO STN-UPTIME.
000232 MOVE 0 TO CURR-DAY.
000233 GO-BACK.
000234*BREAK THE DAILY TOTALS WHEN A SESSION STARTS ON A NEW DATE.
000235 NOTEDAY.
000236 IF SRT-DATE NOT = CURR-DAY
000237 IF CURR-DAY NOT = 0
000238 PERFORM DAYTOTALS
000239 END-IF
000240 MOVE SRT-DATE TO CURR-DAY
000241 END-IF.
000242 GO-BACK.
000243*PAIR THE PENDING START WITH THIS END AND PRINT THE SESSION.
000244*A SESSION THAT RUNS PAST MIDNIGHT IS CHARGED TO THE DAY IT
000245*STARTED. ONE ENDED BY A MAINTENANCE SHUTDOWN IS AN ORDINARY
000246*SESSION HERE; ITS REASON SHOWS IN THE NOTE COLUMN.
000247 SESSIONLINE.
000248 MOVE PEND-TIME TO TIME-SPLIT.
000249 COMPUTE PEND-SECS = (TS-HH * 3600) + (TS-MM * 60) + TS-SS.
000250 MOVE SRT-TIME TO TIME-SPLIT.
000251 COMPUTE END-SECS = (TS-HH * 3600) + (TS-MM * 60) + TS-SS.
000252 IF SRT-DATE = PEND-DATE
000253 IF END-SECS >= PEND-SECS
000254 COMPUTE SESS-SECS = END-SECS - PEND-SECS
000255 ELSE
000256 MOVE 0 TO SESS-SECS
000257 END-IF
000258 ELSE
000259 COMPUTE SESS-SECS = (86400 - PEND-SECS) + END-SECS
000260 END-IF.
000261 MOVE SPACES TO REPORT-LINE.
000262 MOVE "SESSION" TO RL-TYPE.
000263 MOVE CURR-STATION TO RL-STN.
000264 MOVE PEND-DATE TO RL-DATE.
000265 MOVE PEND-TIME(1:6) TO RL-START.
000266 MOVE SRT-TIME(1:6) TO RL-END.
000267 MOVE SESS-SECS TO RL-SECS.
000268 MOVE SRT-REASON TO RL-NOTE.
000269 WRITE REPORT-LINE.
000270 ADD 1 TO DAY-SESSIONS.
000271 ADD 1 TO STN-SESSIONS.
000272 ADD 1 TO TOT-SESSIONS.
000273 ADD SESS-SECS TO DAY-UPTIME.
000274 ADD SESS-SECS TO STN-UPTIME.
000275 ADD SESS-SECS TO TOT-UPTIME.
000276 IF SRT-REASON = "MAINT STOP"
000277 ADD 1 TO TOT-MAINT-STOPS
000278 END-IF.
000279 MOVE "N" TO PENDING-SW.
000280 GO-BACK.
000281*PRINT THE PENDING START AS A CRASH - THERE IS NO END EVENT TO
000282*SAY HOW LONG IT RAN, SO IT ADDS NO UPTIME.
000283 CRASHLINE.
000284 MOVE SPACES TO REPORT-LINE.
000285 MOVE "CRASH" TO RL-TYPE.
000286 MOVE CURR-STATION TO RL-STN.
000287 MOVE PEND-DATE TO RL-DATE.
000288 MOVE PEND-TIME(1:6) TO RL-START.
000289 MOVE "*NO END EVENT*" TO RL-NOTE.
000290 WRITE REPORT-LINE.
000291 ADD 1 TO DAY-CRASHES.
000292 ADD 1 TO STN-CRASHES.
000293 ADD 1 TO TOT-CRASHES.
000294 MOVE "N" TO PENDING-SW.
000295 GO-BACK.
000296*PRINT ONE DAY'S SESSION COUNT, CRASH COUNT AND TOTAL UPTIME,
000297*THEN RESET THE DAY.
000298*THE START AND END COLUMNS DOUBLE AS THE SESSION AND CRASH
000299*COUNTS ON A DAY LINE, WHICH THE NOTE COLUMN SPELLS OUT.
000300 DAYTOTALS.
000301 MOVE SPACES TO REPORT-LINE.
000302 MOVE "DAY" TO RL-TYPE.
000303 MOVE CURR-STATION TO RL-STN.
000304 MOVE CURR-DAY TO RL-DATE.
000305 MOVE DAY-SESSIONS TO RL-START.
000306 MOVE DAY-CRASHES TO RL-END.
000307 MOVE DAY-UPTIME TO RL-SECS.
000308 MOVE "SESS/CRASH" TO RL-NOTE.
000309 WRITE REPORT-LINE.
000310 MOVE 0 TO DAY-SESSIONS.
000311 MOVE 0 TO DAY-CRASHES.
000312 MOVE 0 TO DAY-UPTIME.
000313 GO-BACK.
000314*PRINT THE OVERALL TOTALS, INCLUDING ANY END EVENTS THAT HAD
000315*NO START TO PAIR WITH (A TRUNCATED OR HAND-TRIMMED LOG).
000316*CUMULATIVE UPTIME OUTGROWS THE SIX-DIGIT PER-DAY COLUMN IN
000317*UNDER A FORTNIGHT OF REAL USE, SO THE TOTAL LINE CARRIES ITS
000318*FULL NINE DIGITS IN THE WIDE NOTE COLUMN INSTEAD.
000319 GRANDTOTALS.
000320 MOVE SPACES TO REPORT-LINE.
000321 MOVE "TOTAL" TO RL-TYPE.
000322 MOVE "UPSECS" TO RL-END.
000323 MOVE TOT-UPTIME TO TOT-UPTIME-ED.
000324 MOVE TOT-UPTIME-ED TO RL-NOTE.
000325 WRITE REPORT-LINE.
000326 DISPLAY "SESSIONS PAIRED:   ", TOT-SESSIONS.
000327 DISPLAY "CRASHES FLAGGED:   ", TOT-CRASHES.
000328 DISPLAY "TOTAL UPTIME SECS: ", TOT-UPTIME.
000329 DISPLAY "MAINTENANCE STOPS: ", TOT-MAINT-STOPS.
000330 IF ORPHAN-ENDS > 0
000331 DISPLAY "END EVENTS WITH NO START: ", ORPHAN-ENDS
000332 END-IF.
000333 GO-BACK.
