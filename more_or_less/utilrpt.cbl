000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. UTILRPT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - KIOSK UTILIZATION REPORT FOR THE FACILITIES
000007* BUDGET. OGLAVAIL SAYS WHEN EACH KIOSK WAS UP AND MORLSRPT
000008* COUNTS SESSIONS BY STATION; THIS PUTS THE TWO SIDE BY SIDE.
000009* FOR EACH STATION AND HOUR OF THE DAY IT SHOWS THE OGLAUDIT
000010* UPTIME MINUTES AGAINST THE SESSIONS STARTED, WITH THE
000011* STATION'S STNMAST LOCATION, THEN THE STATION'S GAMERES
000012* SESSIONS AND CHALRES MATCHES, ROLLED UP BY BRANCH AND
000013* REGION OFF BRNCHMST. GAMERES AND CHALRES CARRY NO TIME OF
000014* DAY, SO A SESSION'S HOUR IS THE TIME OF ITS FIRST GUESS ON
000015* GUESSHST; SESSIONS FROM BEFORE GUESSES WERE TIMED SHOW ON
000016* AN UNTIMED LINE. STATIONS LEFT ON BUT HARDLY USED, AND
000017* STATIONS IN DEMAND BUT OFTEN DOWN, ARE FLAGGED AGAINST THE
000018* UTLCTL THRESHOLDS.
000019 ENVIRONMENT DIVISION.
000020 CONFIGURATION SECTION.
000021 SOURCE-COMPUTER. GNUCOBOL.
000022 OBJECT-COMPUTER. GNUCOBOL.
000023 INPUT-OUTPUT SECTION.
000024 FILE-CONTROL.
000025 SELECT UTIL-CTL-FILE ASSIGN "UTLCTL"
000026 ORGANIZATION LINE SEQUENTIAL
000027 FILE STATUS IS UC-STATUS.
000028 SELECT STATION-MASTER-FILE ASSIGN "STNMAST"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS SM-STATUS.
000031 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000032 ORGANIZATION LINE SEQUENTIAL
000033 FILE STATUS IS BM-STATUS.
000034 SELECT AUDIT-LOG-FILE ASSIGN "OGLAUDIT"
000035 ORGANIZATION LINE SEQUENTIAL
000036 FILE STATUS IS AL-STATUS.
000037 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000038 ORGANIZATION INDEXED
000039 ACCESS SEQUENTIAL
000040 RECORD KEY IS GR-KEY
000041 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000042 FILE STATUS IS GR-STATUS.
000043 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000044 ORGANIZATION LINE SEQUENTIAL
000045 FILE STATUS IS CL-STATUS.
000046 SELECT GUESS-HIST-FILE ASSIGN "GUESSHST"
000047 ORGANIZATION LINE SEQUENTIAL
000048 FILE STATUS IS GH-STATUS.
000049 SELECT SORT-FILE ASSIGN "SRTWORK".
000050 SELECT REPORT-FILE ASSIGN "UTRPTOUT"
000051 ORGANIZATION LINE SEQUENTIAL
000052 FILE STATUS IS RPT-STATUS.
000053
000054 DATA DIVISION.
000055 FILE SECTION.
000056 FD UTIL-CTL-FILE.
000057 01 UTIL-CTL-REC.
000058 02 UC-FROM-DATE PIC 9(06).
000059 02 UC-TO-DATE PIC 9(06).
000060 02 UC-IDLE-MINUTES PIC 9(05).
000061 02 UC-IDLE-RATE PIC 9V99.
000062 02 UC-BUSY-RATE PIC 9V99.
000063 02 UC-DOWN-PCT PIC 9(03).
000064 FD STATION-MASTER-FILE.
000065 COPY "stnmast.cpy".
000066 FD BRANCH-MASTER-FILE.
000067 COPY "brnchmst.cpy".
000068 FD AUDIT-LOG-FILE.
000069 COPY "auditlog.cpy".
000070 FD GAME-RESULTS-FILE.
000071 COPY "gameres.cpy".
000072 FD CHALLENGE-RESULTS-FILE.
000073 COPY "chalres.cpy".
000074 FD GUESS-HIST-FILE.
000075 COPY "guesshst.cpy".
000076 SD SORT-FILE.
000077 01 SRT-REC.
000078 02 SRT-REGION PIC X(02).
000079 02 SRT-BRANCH PIC X(02).
000080 02 SRT-STATION PIC X(04).
000081 02 SRT-SLOT PIC 9(03).
000082 FD REPORT-FILE.
000083 01 REPORT-LINE.
000084 02 RL-TYPE PIC X(08).
000085 02 FILLER PIC X(02) VALUE SPACES.
000086 02 RL-KEY PIC X(04).
000087 02 FILLER PIC X(02) VALUE SPACES.
000088 02 RL-HOUR PIC X(02).
000089 02 FILLER PIC X(02) VALUE SPACES.
000090 02 RL-UPMIN PIC ZZZZZZ9.
000091 02 FILLER PIC X(02) VALUE SPACES.
000092 02 RL-SESSIONS PIC ZZZZ9.
000093 02 FILLER PIC X(02) VALUE SPACES.
000094 02 RL-MATCHES PIC ZZZZ9.
000095 02 FILLER PIC X(02) VALUE SPACES.
000096 02 RL-CRASHES PIC ZZZZ9.
000097 02 FILLER PIC X(02) VALUE SPACES.
000098 02 RL-NOTE PIC X(20).
000099 02 FILLER PIC X(02) VALUE SPACES.
000100 02 RL-NAME PIC X(20).
000101 WORKING-STORAGE SECTION.
000102 01 UC-STATUS PIC X(02).
000103 01 SM-STATUS PIC X(02).
000104 01 BM-STATUS PIC X(02).
000105 01 AL-STATUS PIC X(02).
000106 01 GR-STATUS PIC X(02).
000107 01 CL-STATUS PIC X(02).
000108 01 GH-STATUS PIC X(02).
000109 01 RPT-STATUS PIC X(02).
000110 01 FROM-DATE PIC 9(06).
000111 01 TO-DATE PIC 9(06).
000112 01 RUN-DATE PIC 9(06).
000113 01 SM-EOF-SW PIC X(01) VALUE "N".
000114 88 SM-EOF VALUE "Y".
000115 01 BM-EOF-SW PIC X(01) VALUE "N".
000116 88 BM-EOF VALUE "Y".
000117 01 LOG-EOF-SW PIC X(01) VALUE "N".
000118 88 LOG-EOF VALUE "Y".
000119 01 RES-EOF-SW PIC X(01) VALUE "N".
000120 88 RES-EOF VALUE "Y".
000121 01 MATCH-EOF-SW PIC X(01) VALUE "N".
000122 88 MATCH-EOF VALUE "Y".
000123 01 HIST-EOF-SW PIC X(01) VALUE "N".
000124 88 HIST-EOF VALUE "Y".
000125 01 SORT-EOF-SW PIC X(01) VALUE "N".
000126 88 SORT-EOF VALUE "Y".
000127*ONE ENTRY PER STATION - EVERY STATION ON STNMAST, PLUS ANY
000128*STATION THE TRAINING FILES NAME THAT THE MASTER DOES NOT.
000129*SLOT 100 IS THE OVERFLOW, SHOWN AS STATION ****. EACH KIOSK
000130*APPENDS ITS OWN OGLAUDIT EVENTS IN TIME ORDER, SO A PENDING
000131*START IS KEPT PER STATION AND THE COMBINED LOG NEEDS NO SORT.
000132 01 STATION-TABLE.
000133 02 STATION-ENTRY OCCURS 100 TIMES.
000134 03 ST-STATION PIC X(04).
000135 03 ST-BRANCH PIC X(02).
000136 03 ST-LOCATION PIC X(20).
000137 03 ST-PEND-SW PIC X(01).
000138 03 ST-PEND-DATE PIC 9(06).
000139 03 ST-PEND-TIME PIC 9(08).
000140 03 ST-STARTS PIC 9(05).
000141 03 ST-CRASHES PIC 9(05).
000142 03 ST-SESSIONS PIC 9(05).
000143 03 ST-MATCHES PIC 9(05).
000144 03 ST-TIMED PIC 9(05).
000145 03 ST-HOUR OCCURS 24 TIMES.
000146 04 ST-UP-SECS PIC 9(07).
000147 04 ST-HR-SESSIONS PIC 9(05).
000148 01 STATION-USED PIC 9(03) VALUE 0.
000149 01 STATION-IX PIC 9(03).
000150 01 STATION-SLOT PIC 9(03).
000151 01 STATION-WK PIC X(04).
000152 01 HOUR-IX PIC 9(02).
000153 01 HOUR-WK PIC 9(02).
000154 01 PEND-SECS PIC 9(05).
000155 01 END-SECS PIC 9(05).
000156 01 SESS-SECS PIC 9(06).
000157 01 SPAN-POS PIC 9(06).
000158 01 SPAN-CHUNK PIC 9(06).
000159 01 TIME-SPLIT.
000160 02 TS-HHMMSS.
000161 03 TS-HH PIC 9(02).
000162 03 TS-MM PIC 9(02).
000163 03 TS-SS PIC 9(02).
000164 02 TS-HS PIC 9(02).
000165 01 BRANCH-TABLE.
000166 02 BRANCH-ENTRY OCCURS 50 TIMES.
000167 03 BT-BRANCH PIC X(02).
000168 03 BT-NAME PIC X(20).
000169 03 BT-REGION PIC X(02).
000170 01 BRANCH-USED PIC 9(02) VALUE 0.
000171 01 BRANCH-IX PIC 9(02).
000172 01 BRANCH-SLOT PIC 9(02).
000173 01 BR-NAME-WK PIC X(20).
000174 01 BR-REGION-WK PIC X(02).
000175 01 CURR-BRANCH PIC X(02) VALUE SPACES.
000176 01 CURR-REGION PIC X(02) VALUE SPACES.
000177 01 GROUP-STARTED-SW PIC X(01) VALUE "N".
000178 88 GROUP-STARTED VALUE "Y".
000179 01 STN-UP-SECS PIC 9(09).
000180 01 STN-UP-MINUTES PIC 9(07).
000181 01 HR-UP-MINUTES PIC 9(07).
000182 01 UNTIMED-CT PIC 9(05).
000183 01 RATE-LEFT PIC 9(09)V99.
000184 01 RATE-RIGHT PIC 9(09)V99.
000185 01 FLAG-WK PIC X(20).
000186 01 BR-UP-MINUTES PIC 9(07) VALUE 0.
000187 01 BR-SESSIONS PIC 9(05) VALUE 0.
000188 01 BR-MATCHES PIC 9(05) VALUE 0.
000189 01 BR-CRASHES PIC 9(05) VALUE 0.
000190 01 RG-UP-MINUTES PIC 9(07) VALUE 0.
000191 01 RG-SESSIONS PIC 9(05) VALUE 0.
000192 01 RG-MATCHES PIC 9(05) VALUE 0.
000193 01 RG-CRASHES PIC 9(05) VALUE 0.
000194 01 TOT-UP-MINUTES PIC 9(07) VALUE 0.
000195 01 TOT-SESSIONS PIC 9(05) VALUE 0.
000196 01 TOT-MATCHES PIC 9(05) VALUE 0.
000197 01 TOT-CRASHES PIC 9(05) VALUE 0.
000198 01 IDLE-CT PIC 9(05) VALUE 0.
000199 01 DOWN-CT PIC 9(05) VALUE 0.
000200 PROCEDURE DIVISION.
000201
000202 MAIN.
000203 DISPLAY "= KIOSK UTILIZATION REPORT =".
000204 ACCEPT RUN-DATE FROM DATE.
000205 PERFORM READCTL.
000206 OPEN OUTPUT REPORT-FILE.
000207 IF RPT-STATUS NOT = "00"
000208 DISPLAY "UNABLE TO OPEN UTRPTOUT. ENDING REPORT RUN."
000209 MOVE 16 TO RETURN-CODE
000210 STOP RUN
000211 END-IF.
000212 PERFORM LOADBRANCHES.
000213 PERFORM LOADSTATIONS.
000214 PERFORM TAKEUPTIME.
000215 PERFORM TAKESESSIONS.
000216 PERFORM TAKEMATCHES.
000217 PERFORM TAKEHOURS.
000218 PERFORM WRITEHEADER.
000219 SORT SORT-FILE
000220 ON ASCENDING KEY SRT-REGION SRT-BRANCH SRT-STATION
000221 INPUT PROCEDURE IS FEEDSORT
000222 OUTPUT PROCEDURE IS PROCESSSORTED.
000223 PERFORM GRANDTOTALS.
000224 CLOSE REPORT-FILE.
000225 STOP RUN.
000226*READ THE REPORT WINDOW AND THE FLAG THRESHOLDS. A MOVE-OR-RETIRE
000227*REPORT WITH NO STATED THRESHOLDS WOULD BE SOMEBODY'S GUESS, SO
000228*WITHOUT UTLCTL NOTHING IS REPORTED. A ZERO TO-DATE MEANS TODAY.
000229 READCTL.
000230 OPEN INPUT UTIL-CTL-FILE.
000231 IF UC-STATUS NOT = "00"
000232 DISPLAY "UNABLE TO OPEN UTLCTL. STATUS ", UC-STATUS, "."
000233 DISPLAY "NO THRESHOLDS, NOTHING REPORTED."
000234 MOVE 16 TO RETURN-CODE
000235 STOP RUN
000236 END-IF.
000237 READ UTIL-CTL-FILE
000238 AT END
000239 DISPLAY "UTLCTL IS EMPTY. NOTHING REPORTED."
000240 CLOSE UTIL-CTL-FILE
000241 MOVE 16 TO RETURN-CODE
000242 STOP RUN
000243 END-READ.
000244 CLOSE UTIL-CTL-FILE.
000245 IF (UC-FROM-DATE IS NOT NUMERIC) OR (UC-TO-DATE IS NOT NUMERIC)
000246     OR (UC-IDLE-MINUTES IS NOT NUMERIC)
000247     OR (UC-IDLE-RATE IS NOT NUMERIC)
000248     OR (UC-BUSY-RATE IS NOT NUMERIC)
000249     OR (UC-DOWN-PCT IS NOT NUMERIC)
000250 DISPLAY "UTLCTL IS NOT NUMERIC. NOTHING REPORTED."
000251 MOVE 16 TO RETURN-CODE
000252 STOP RUN
000253 END-IF.
000254 MOVE UC-FROM-DATE TO FROM-DATE.
000255 MOVE UC-TO-DATE TO TO-DATE.
000256 IF TO-DATE = 0
000257 MOVE RUN-DATE TO TO-DATE
000258 END-IF.
000259 DISPLAY "REPORT WINDOW ", FROM-DATE, " TO ", TO-DATE, ".".
000260 GO-BACK.
000261*READ THE BRANCH MASTER INTO ITS LOOKUP TABLE. IF IT CANNOT
000262*BE READ THE REPORT STILL RUNS - BRANCH NAMES BLANK OUT AND
000263*EVERYTHING ROLLS UP UNDER REGION ??.
000264 LOADBRANCHES.
000265 OPEN INPUT BRANCH-MASTER-FILE.
000266 IF BM-STATUS = "00"
000267 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000268 READ BRANCH-MASTER-FILE
000269 AT END
000270 SET BM-EOF TO TRUE
000271 NOT AT END
000272 ADD 1 TO BRANCH-USED
000273 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000274 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
000275 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
000276 END-READ
000277 END-PERFORM
000278 CLOSE BRANCH-MASTER-FILE
000279 ELSE
000280 DISPLAY "BRNCHMST UNAVAILABLE. NAMES BLANK, REGION ?? ONLY."
000281 END-IF.
000282 GO-BACK.
000283*PUT EVERY STATION ON THE MASTER INTO THE TABLE FIRST, SO A
000284*KIOSK THAT NEVER CAME UP OR NEVER SAW A SESSION STILL GETS
000285*ITS LINE - THOSE ARE THE ONES THE BUDGET IS ASKING ABOUT.
000286 LOADSTATIONS.
000287 OPEN INPUT STATION-MASTER-FILE.
000288 IF SM-STATUS = "00"
000289 PERFORM UNTIL SM-EOF
000290 READ STATION-MASTER-FILE
000291 AT END
000292 SET SM-EOF TO TRUE
000293 NOT AT END
000294 MOVE SM-STATION-ID TO STATION-WK
000295 PERFORM FINDSTATION
000296 MOVE SM-BRANCH TO ST-BRANCH(STATION-SLOT)
000297 MOVE SM-LOCATION TO ST-LOCATION(STATION-SLOT)
000298 END-READ
000299 END-PERFORM
000300 CLOSE STATION-MASTER-FILE
000301 ELSE
000302 DISPLAY "STNMAST UNAVAILABLE. NO LOCATIONS OR BRANCHES."
000303 END-IF.
000304 GO-BACK.
000305*FIND STATION-WK IN THE TABLE, ADDING IT IF NEW. A STATION THE
000306*MASTER DOES NOT KNOW IS CALLED OUT IN THE LOCATION COLUMN AND
000307*ROLLS UP UNDER BRANCH ??; RECORDS FROM BEFORE STATIONS WERE
000308*STAMPED GROUP UNDER A BLANK STATION.
000309 FINDSTATION.
000310 MOVE 0 TO STATION-SLOT.
000311 PERFORM VARYING STATION-IX FROM 1 BY 1
000312     UNTIL (STATION-IX > STATION-USED) OR (STATION-SLOT > 0)
000313 IF ST-STATION(STATION-IX) = STATION-WK
000314 MOVE STATION-IX TO STATION-SLOT
000315 END-IF
000316 END-PERFORM.
000317 IF STATION-SLOT = 0
000318 IF STATION-USED < 99
000319 ADD 1 TO STATION-USED
000320 MOVE STATION-USED TO STATION-SLOT
000321 PERFORM CLEARSTATION
000322 MOVE STATION-WK TO ST-STATION(STATION-SLOT)
000323 IF STATION-WK = SPACES
000324 MOVE "*NOT STAMPED*" TO ST-LOCATION(STATION-SLOT)
000325 END-IF
000326 ELSE
000327 MOVE 100 TO STATION-SLOT
000328 IF ST-STATION(STATION-SLOT) NOT = "****"
000329 PERFORM CLEARSTATION
000330 MOVE "****" TO ST-STATION(STATION-SLOT)
000331 MOVE "*TABLE FULL*" TO ST-LOCATION(STATION-SLOT)
000332 END-IF
000333 END-IF
000334 END-IF.
000335 GO-BACK.
000336*START A FRESH TABLE ENTRY.
000337 CLEARSTATION.
000338 MOVE SPACES TO ST-STATION(STATION-SLOT).
000339 MOVE "??" TO ST-BRANCH(STATION-SLOT).
000340 MOVE "*NOT ON MASTER*" TO ST-LOCATION(STATION-SLOT).
000341 MOVE "N" TO ST-PEND-SW(STATION-SLOT).
000342 MOVE 0 TO ST-PEND-DATE(STATION-SLOT).
000343 MOVE 0 TO ST-PEND-TIME(STATION-SLOT).
000344 MOVE 0 TO ST-STARTS(STATION-SLOT).
000345 MOVE 0 TO ST-CRASHES(STATION-SLOT).
000346 MOVE 0 TO ST-SESSIONS(STATION-SLOT).
000347 MOVE 0 TO ST-MATCHES(STATION-SLOT).
000348 MOVE 0 TO ST-TIMED(STATION-SLOT).
000349 PERFORM VARYING HOUR-IX FROM 1 BY 1 UNTIL HOUR-IX > 24
000350 MOVE 0 TO ST-UP-SECS(STATION-SLOT, HOUR-IX)
000351 MOVE 0 TO ST-HR-SESSIONS(STATION-SLOT, HOUR-IX)
000352 END-PERFORM.
000353 GO-BACK.
000354*PAIR EACH STATION'S OGLAUDIT STARTS WITH THEIR ENDS, THE SAME
000355*WAY OGLAVAIL DOES: A START ON TOP OF A PENDING START, OR ONE
000356*STILL PENDING AT THE END OF THE LOG, IS A CRASH AND ADDS NO
000357*UPTIME. A SESSION BELONGS TO THE WINDOW IF IT STARTED IN IT.
000358*WITHOUT THE LOG THERE IS NO UPTIME TO SET SESSIONS AGAINST.
000359 TAKEUPTIME.
000360 OPEN INPUT AUDIT-LOG-FILE.
000361 IF AL-STATUS NOT = "00"
000362 DISPLAY "UNABLE TO OPEN OGLAUDIT. STATUS ", AL-STATUS, "."
000363 DISPLAY "NO UPTIME, NOTHING REPORTED."
000364 CLOSE REPORT-FILE
000365 MOVE 16 TO RETURN-CODE
000366 STOP RUN
000367 END-IF.
000368 PERFORM UNTIL LOG-EOF
000369 READ AUDIT-LOG-FILE
000370 AT END
000371 SET LOG-EOF TO TRUE
000372 NOT AT END
000373 MOVE AL-STATION TO STATION-WK
000374 PERFORM FINDSTATION
000375 PERFORM TAKEEVENT
000376 END-READ
000377 END-PERFORM.
000378 CLOSE AUDIT-LOG-FILE.
000379 PERFORM VARYING STATION-IX FROM 1 BY 1
000380     UNTIL STATION-IX > 100
000381 IF ST-PEND-SW(STATION-IX) = "Y"
000382 MOVE STATION-IX TO STATION-SLOT
000383 PERFORM TAKECRASH
000384 END-IF
000385 END-PERFORM.
000386 GO-BACK.
000387*ONE AUDIT EVENT FOR THE STATION IN STATION-SLOT.
000388 TAKEEVENT.
000389 IF AL-EVENT = "START"
000390 IF ST-PEND-SW(STATION-SLOT) = "Y"
000391 PERFORM TAKECRASH
000392 END-IF
000393 MOVE "Y" TO ST-PEND-SW(STATION-SLOT)
000394 MOVE AL-DATE TO ST-PEND-DATE(STATION-SLOT)
000395 MOVE AL-TIME TO ST-PEND-TIME(STATION-SLOT)
000396 ELSE
000397 IF (AL-EVENT = "END") AND (ST-PEND-SW(STATION-SLOT) = "Y")
000398 IF (ST-PEND-DATE(STATION-SLOT) >= FROM-DATE)
000399     AND (ST-PEND-DATE(STATION-SLOT) <= TO-DATE)
000400 ADD 1 TO ST-STARTS(STATION-SLOT)
000401 PERFORM SPREADUPTIME
000402 END-IF
000403 MOVE "N" TO ST-PEND-SW(STATION-SLOT)
000404 END-IF
000405 END-IF.
000406 GO-BACK.
000407*A START THAT NEVER SAW ITS END, COUNTED IF IT STARTED IN THE
000408*WINDOW.
000409 TAKECRASH.
000410 IF (ST-PEND-DATE(STATION-SLOT) >= FROM-DATE)
000411     AND (ST-PEND-DATE(STATION-SLOT) <= TO-DATE)
000412 ADD 1 TO ST-STARTS(STATION-SLOT)
000413 ADD 1 TO ST-CRASHES(STATION-SLOT)
000414 END-IF.
000415 MOVE "N" TO ST-PEND-SW(STATION-SLOT).
000416 GO-BACK.
000417*SPREAD ONE PAIRED SESSION'S UPTIME ACROSS THE HOURS IT RAN
000418*IN. A SESSION PAST MIDNIGHT WRAPS INTO THE EARLY HOURS, AS
000419*OGLAVAIL TIMES IT.
000420 SPREADUPTIME.
000421 MOVE ST-PEND-TIME(STATION-SLOT) TO TIME-SPLIT.
000422 COMPUTE PEND-SECS = (TS-HH * 3600) + (TS-MM * 60) + TS-SS.
000423 MOVE AL-TIME TO TIME-SPLIT.
000424 COMPUTE END-SECS = (TS-HH * 3600) + (TS-MM * 60) + TS-SS.
000425 IF AL-DATE = ST-PEND-DATE(STATION-SLOT)
000426 IF END-SECS >= PEND-SECS
000427 COMPUTE SESS-SECS = END-SECS - PEND-SECS
000428 ELSE
000429 MOVE 0 TO SESS-SECS
000430 END-IF
000431 ELSE
000432 COMPUTE SESS-SECS = (86400 - PEND-SECS) + END-SECS
000433 END-IF.
000434 MOVE PEND-SECS TO SPAN-POS.
000435 PERFORM UNTIL SESS-SECS = 0
000436 IF SPAN-POS >= 86400
000437 SUBTRACT 86400 FROM SPAN-POS
000438 END-IF
000439 DIVIDE SPAN-POS BY 3600 GIVING HOUR-WK
000440 COMPUTE SPAN-CHUNK = ((HOUR-WK + 1) * 3600) - SPAN-POS
000441 IF SPAN-CHUNK > SESS-SECS
000442 MOVE SESS-SECS TO SPAN-CHUNK
000443 END-IF
000444 ADD 1 TO HOUR-WK GIVING HOUR-IX
000445 ADD SPAN-CHUNK TO ST-UP-SECS(STATION-SLOT, HOUR-IX)
000446 ADD SPAN-CHUNK TO SPAN-POS
000447 SUBTRACT SPAN-CHUNK FROM SESS-SECS
000448 END-PERFORM.
000449 GO-BACK.
000450*COUNT THE WINDOW'S GAMERES SESSIONS BY STATION. THIS IS THE
000451*SESSION COUNT OF RECORD; THE HOURS BELOW ONLY PLACE THEM.
000452 TAKESESSIONS.
000453 OPEN INPUT GAME-RESULTS-FILE.
000454 IF GR-STATUS NOT = "00"
000455 DISPLAY "UNABLE TO OPEN GAMERES. STATUS ", GR-STATUS, "."
000456 DISPLAY "NO SESSIONS, NOTHING REPORTED."
000457 CLOSE REPORT-FILE
000458 MOVE 16 TO RETURN-CODE
000459 STOP RUN
000460 END-IF.
000461 PERFORM UNTIL RES-EOF
000462 READ GAME-RESULTS-FILE NEXT RECORD
000463 AT END
000464 SET RES-EOF TO TRUE
000465 NOT AT END
000466 IF (GR-DATE >= FROM-DATE) AND (GR-DATE <= TO-DATE)
000467 MOVE GR-STATION TO STATION-WK
000468 PERFORM FINDSTATION
000469 ADD 1 TO ST-SESSIONS(STATION-SLOT)
000470 END-IF
000471 END-READ
000472 END-PERFORM.
000473 CLOSE GAME-RESULTS-FILE.
000474 GO-BACK.
000475*COUNT THE WINDOW'S CHALLENGE MATCHES BY STATION. BOTH PLAYERS'
000476*SESSIONS ARE ALREADY ON GAMERES; THIS SAYS HOW MANY OF THEM
000477*WERE HEAD-TO-HEAD.
000478 TAKEMATCHES.
000479 OPEN INPUT CHALLENGE-RESULTS-FILE.
000480 IF CL-STATUS = "00"
000481 PERFORM UNTIL MATCH-EOF
000482 READ CHALLENGE-RESULTS-FILE
000483 AT END
000484 SET MATCH-EOF TO TRUE
000485 NOT AT END
000486 IF (CH-DATE >= FROM-DATE) AND (CH-DATE <= TO-DATE)
000487 MOVE CH-STATION TO STATION-WK
000488 PERFORM FINDSTATION
000489 ADD 1 TO ST-MATCHES(STATION-SLOT)
000490 END-IF
000491 END-READ
000492 END-PERFORM
000493 CLOSE CHALLENGE-RESULTS-FILE
000494 ELSE
000495 DISPLAY "CHALRES UNAVAILABLE. NO MATCH COUNTS."
000496 END-IF.
000497 GO-BACK.
000498*PLACE SESSIONS IN THE HOUR THEY STARTED: THE TIME OF EACH
000499*SESSION'S FIRST GUESS ON GUESSHST. GUESSES FROM BEFORE THE
000500*TIME WAS KEPT CANNOT BE PLACED AND ARE LEFT TO THE UNTIMED
000501*LINE.
000502 TAKEHOURS.
000503 OPEN INPUT GUESS-HIST-FILE.
000504 IF GH-STATUS = "00"
000505 PERFORM UNTIL HIST-EOF
000506 READ GUESS-HIST-FILE
000507 AT END
000508 SET HIST-EOF TO TRUE
000509 NOT AT END
000510 IF (GH-SEQ = 1) AND (GH-TIME IS NUMERIC)
000511     AND (GH-DATE >= FROM-DATE) AND (GH-DATE <= TO-DATE)
000512 MOVE GH-STATION TO STATION-WK
000513 PERFORM FINDSTATION
000514 MOVE GH-TIME TO TIME-SPLIT
000515 ADD 1 TO TS-HH GIVING HOUR-IX
000516 ADD 1 TO ST-HR-SESSIONS(STATION-SLOT, HOUR-IX)
000517 ADD 1 TO ST-TIMED(STATION-SLOT)
000518 END-IF
000519 END-READ
000520 END-PERFORM
000521 CLOSE GUESS-HIST-FILE
000522 ELSE
000523 DISPLAY "GUESSHST UNAVAILABLE. ALL SESSIONS UNTIMED."
000524 END-IF.
000525 GO-BACK.
000526*WRITE THE REPORT'S COLUMN HEADINGS.
000527 WRITEHEADER.
000528 MOVE "= KIOSK UTILIZATION REPORT =" TO REPORT-LINE.
000529 WRITE REPORT-LINE.
000530 MOVE SPACES TO REPORT-LINE.
000531 MOVE "WINDOW" TO RL-TYPE.
000532 MOVE FROM-DATE TO RL-NOTE.
000533 MOVE "TO" TO RL-NOTE(8:2).
000534 MOVE TO-DATE TO RL-NOTE(11:6).
000535 WRITE REPORT-LINE.
000536 MOVE SPACES TO REPORT-LINE.
000537 WRITE REPORT-LINE.
000538 MOVE SPACES TO REPORT-LINE.
000539 MOVE "TYPE" TO RL-TYPE.
000540 MOVE "KEY" TO RL-KEY.
000541 MOVE "HR" TO RL-HOUR.
000542 MOVE "NOTE" TO RL-NOTE.
000543 MOVE "LOCATION / NAME" TO RL-NAME.
000544 WRITE REPORT-LINE.
000545 MOVE "                     UPMINS  SESNS  MATCH  CRASH"
000546     TO REPORT-LINE.
000547 WRITE REPORT-LINE.
000548 GO-BACK.
000549*RELEASE EVERY STATION IN THE TABLE UNDER ITS REGION AND
000550*BRANCH, SO THE STATIONS PRINT GROUPED FOR THE SUBTOTALS.
000551 FEEDSORT.
000552 PERFORM VARYING STATION-IX FROM 1 BY 1
000553     UNTIL STATION-IX > 100
000554 IF (STATION-IX <= STATION-USED)
000555     OR (ST-STATION(STATION-IX) = "****")
000556 MOVE ST-BRANCH(STATION-IX) TO CURR-BRANCH
000557 PERFORM GETBRANCH
000558 MOVE BR-REGION-WK TO SRT-REGION
000559 MOVE ST-BRANCH(STATION-IX) TO SRT-BRANCH
000560 MOVE ST-STATION(STATION-IX) TO SRT-STATION
000561 MOVE STATION-IX TO SRT-SLOT
000562 RELEASE SRT-REC
000563 END-IF
000564 END-PERFORM.
000565 MOVE SPACES TO CURR-BRANCH.
000566 GO-BACK.
000567*DRIVE THE SORTED STATIONS, BREAKING ON BRANCH AND REGION.
000568 PROCESSSORTED.
000569 PERFORM UNTIL SORT-EOF
000570 RETURN SORT-FILE
000571 AT END
000572 SET SORT-EOF TO TRUE
000573 NOT AT END
000574 PERFORM HANDLE-RECORD
000575 END-RETURN
000576 END-PERFORM.
000577 IF GROUP-STARTED
000578 PERFORM BRANCHTOTALS
000579 PERFORM REGIONTOTALS
000580 END-IF.
000581 GO-BACK.
000582*ONE STATION, CLOSING OUT THE BRANCH AND REGION BEFORE IT
000583*WHEN THEY CHANGE.
000584 HANDLE-RECORD.
000585 IF NOT GROUP-STARTED
000586 SET GROUP-STARTED TO TRUE
000587 MOVE SRT-REGION TO CURR-REGION
000588 MOVE SRT-BRANCH TO CURR-BRANCH
000589 ELSE
000590 IF SRT-REGION NOT = CURR-REGION
000591 PERFORM BRANCHTOTALS
000592 PERFORM REGIONTOTALS
000593 MOVE SRT-REGION TO CURR-REGION
000594 MOVE SRT-BRANCH TO CURR-BRANCH
000595 ELSE
000596 IF SRT-BRANCH NOT = CURR-BRANCH
000597 PERFORM BRANCHTOTALS
000598 MOVE SRT-BRANCH TO CURR-BRANCH
000599 END-IF
000600 END-IF
000601 END-IF.
000602 MOVE SRT-SLOT TO STATION-SLOT.
000603 PERFORM STATIONLINES.
000604 GO-BACK.
000605*PRINT ONE STATION: ITS HEADING, ONE LINE FOR EACH HOUR IT WAS
000606*UP OR PLAYED IN, THE UNTIMED SESSIONS, AND ITS TOTAL LINE
000607*WITH ANY FLAG.
000608 STATIONLINES.
000609 MOVE SPACES TO REPORT-LINE.
000610 MOVE "STATION" TO RL-TYPE.
000611 MOVE ST-STATION(STATION-SLOT) TO RL-KEY.
000612 MOVE "BRANCH" TO RL-NOTE.
000613 MOVE ST-BRANCH(STATION-SLOT) TO RL-NOTE(8:2).
000614 MOVE ST-LOCATION(STATION-SLOT) TO RL-NAME.
000615 WRITE REPORT-LINE.
000616 MOVE 0 TO STN-UP-SECS.
000617 PERFORM VARYING HOUR-IX FROM 1 BY 1 UNTIL HOUR-IX > 24
000618 ADD ST-UP-SECS(STATION-SLOT, HOUR-IX) TO STN-UP-SECS
000619 IF (ST-UP-SECS(STATION-SLOT, HOUR-IX) > 0)
000620     OR (ST-HR-SESSIONS(STATION-SLOT, HOUR-IX) > 0)
000621 PERFORM HOURLINE
000622 END-IF
000623 END-PERFORM.
000624 IF ST-SESSIONS(STATION-SLOT) > ST-TIMED(STATION-SLOT)
000625 SUBTRACT ST-TIMED(STATION-SLOT) FROM ST-SESSIONS(STATION-SLOT)
000626     GIVING UNTIMED-CT
000627 MOVE SPACES TO REPORT-LINE
000628 MOVE "HOUR" TO RL-TYPE
000629 MOVE ST-STATION(STATION-SLOT) TO RL-KEY
000630 MOVE "??" TO RL-HOUR
000631 MOVE UNTIMED-CT TO RL-SESSIONS
000632 MOVE "UNTIMED SESSIONS" TO RL-NOTE
000633 WRITE REPORT-LINE
000634 END-IF.
000635 DIVIDE STN-UP-SECS BY 60 GIVING STN-UP-MINUTES.
000636 PERFORM JUDGESTATION.
000637 MOVE SPACES TO REPORT-LINE.
000638 MOVE "STNTOTAL" TO RL-TYPE.
000639 MOVE ST-STATION(STATION-SLOT) TO RL-KEY.
000640 MOVE STN-UP-MINUTES TO RL-UPMIN.
000641 MOVE ST-SESSIONS(STATION-SLOT) TO RL-SESSIONS.
000642 MOVE ST-MATCHES(STATION-SLOT) TO RL-MATCHES.
000643 MOVE ST-CRASHES(STATION-SLOT) TO RL-CRASHES.
000644 MOVE FLAG-WK TO RL-NOTE.
000645 MOVE ST-LOCATION(STATION-SLOT) TO RL-NAME.
000646 WRITE REPORT-LINE.
000647 ADD STN-UP-MINUTES TO BR-UP-MINUTES.
000648 ADD ST-SESSIONS(STATION-SLOT) TO BR-SESSIONS.
000649 ADD ST-MATCHES(STATION-SLOT) TO BR-MATCHES.
000650 ADD ST-CRASHES(STATION-SLOT) TO BR-CRASHES.
000651 GO-BACK.
000652*ONE HOUR OF ONE STATION. AN HOUR THE KIOSK WAS UP FOR AT
000653*LEAST HALF OF WITHOUT A SINGLE SESSION STARTING IS MARKED.
000654 HOURLINE.
000655 DIVIDE ST-UP-SECS(STATION-SLOT, HOUR-IX) BY 60
000656     GIVING HR-UP-MINUTES.
000657 MOVE SPACES TO REPORT-LINE.
000658 MOVE "HOUR" TO RL-TYPE.
000659 MOVE ST-STATION(STATION-SLOT) TO RL-KEY.
000660 SUBTRACT 1 FROM HOUR-IX GIVING HOUR-WK.
000661 MOVE HOUR-WK TO RL-HOUR.
000662 MOVE HR-UP-MINUTES TO RL-UPMIN.
000663 MOVE ST-HR-SESSIONS(STATION-SLOT, HOUR-IX) TO RL-SESSIONS.
000664 IF (HR-UP-MINUTES >= 30)
000665     AND (ST-HR-SESSIONS(STATION-SLOT, HOUR-IX) = 0)
000666 MOVE "ON, UNUSED" TO RL-NOTE
000667 END-IF.
000668 WRITE REPORT-LINE.
000669 GO-BACK.
000670*FLAG THE STATION AGAINST THE UTLCTL THRESHOLDS. IDLE: UP AT
000671*LEAST THE IDLE MINUTES, WITH FEWER SESSIONS PER UPTIME HOUR
000672*THAN THE IDLE RATE. BUSY BUT DOWN: AT LEAST THE BUSY RATE OF
000673*SESSIONS PER UPTIME HOUR, WITH CRASHES MAKING UP AT LEAST THE
000674*DOWN PERCENTAGE OF ITS STARTS. SESSIONS ON A STATION THAT
000675*LOGGED NO UPTIME AT ALL ARE CALLED OUT - THE KIOSK IS IN USE
000676*BUT ITS DISPLAY NEVER CAME UP.
000677 JUDGESTATION.
000678 MOVE SPACES TO FLAG-WK.
000679 IF STN-UP-MINUTES = 0
000680 IF ST-SESSIONS(STATION-SLOT) > 0
000681 MOVE "NO UPTIME LOGGED" TO FLAG-WK
000682 END-IF
000683 ELSE
000684 COMPUTE RATE-LEFT = ST-SESSIONS(STATION-SLOT) * 60
000685 COMPUTE RATE-RIGHT = UC-IDLE-RATE * STN-UP-MINUTES
000686 IF (STN-UP-MINUTES >= UC-IDLE-MINUTES)
000687     AND (RATE-LEFT < RATE-RIGHT)
000688 MOVE "IDLE, POWERED ON" TO FLAG-WK
000689 ADD 1 TO IDLE-CT
000690 END-IF
000691 COMPUTE RATE-RIGHT = UC-BUSY-RATE * STN-UP-MINUTES
000692 IF (RATE-LEFT >= RATE-RIGHT) AND (ST-STARTS(STATION-SLOT) > 0)
000693     AND ((ST-CRASHES(STATION-SLOT) * 100) >=
000694     (UC-DOWN-PCT * ST-STARTS(STATION-SLOT)))
000695     AND (ST-CRASHES(STATION-SLOT) > 0)
000696 MOVE "BUSY, OFTEN DOWN" TO FLAG-WK
000697 ADD 1 TO DOWN-CT
000698 END-IF
000699 END-IF.
000700 GO-BACK.
000701*PRINT ONE BRANCH'S SUBTOTAL WITH ITS NAME OFF THE BRANCH
000702*MASTER, ROLL IT INTO ITS REGION, THEN RESET IT.
000703 BRANCHTOTALS.
000704 PERFORM GETBRANCH.
000705 MOVE SPACES TO REPORT-LINE.
000706 MOVE "BRANCH" TO RL-TYPE.
000707 MOVE CURR-BRANCH TO RL-KEY.
000708 MOVE BR-UP-MINUTES TO RL-UPMIN.
000709 MOVE BR-SESSIONS TO RL-SESSIONS.
000710 MOVE BR-MATCHES TO RL-MATCHES.
000711 MOVE BR-CRASHES TO RL-CRASHES.
000712 MOVE BR-NAME-WK TO RL-NAME.
000713 WRITE REPORT-LINE.
000714 ADD BR-UP-MINUTES TO RG-UP-MINUTES.
000715 ADD BR-SESSIONS TO RG-SESSIONS.
000716 ADD BR-MATCHES TO RG-MATCHES.
000717 ADD BR-CRASHES TO RG-CRASHES.
000718 MOVE 0 TO BR-UP-MINUTES.
000719 MOVE 0 TO BR-SESSIONS.
000720 MOVE 0 TO BR-MATCHES.
000721 MOVE 0 TO BR-CRASHES.
000722 GO-BACK.
000723*PRINT ONE REGION'S SUBTOTAL, ROLL IT INTO THE GRAND TOTAL,
000724*THEN RESET IT.
000725 REGIONTOTALS.
000726 MOVE SPACES TO REPORT-LINE.
000727 MOVE "REGION" TO RL-TYPE.
000728 MOVE CURR-REGION TO RL-KEY.
000729 MOVE RG-UP-MINUTES TO RL-UPMIN.
000730 MOVE RG-SESSIONS TO RL-SESSIONS.
000731 MOVE RG-MATCHES TO RL-MATCHES.
000732 MOVE RG-CRASHES TO RL-CRASHES.
000733 WRITE REPORT-LINE.
000734 MOVE SPACES TO REPORT-LINE.
000735 WRITE REPORT-LINE.
000736 ADD RG-UP-MINUTES TO TOT-UP-MINUTES.
000737 ADD RG-SESSIONS TO TOT-SESSIONS.
000738 ADD RG-MATCHES TO TOT-MATCHES.
000739 ADD RG-CRASHES TO TOT-CRASHES.
000740 MOVE 0 TO RG-UP-MINUTES.
000741 MOVE 0 TO RG-SESSIONS.
000742 MOVE 0 TO RG-MATCHES.
000743 MOVE 0 TO RG-CRASHES.
000744 GO-BACK.
000745*LOOK THE CURRENT BRANCH UP ON THE BRANCH MASTER TABLE.
000746*BRANCHES THE MASTER DOES NOT KNOW ARE CALLED OUT AND ROLL UP
000747*UNDER REGION ??.
000748 GETBRANCH.
000749 MOVE 0 TO BRANCH-SLOT.
000750 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000751     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000752 IF BT-BRANCH(BRANCH-IX) = CURR-BRANCH
000753 MOVE BRANCH-IX TO BRANCH-SLOT
000754 END-IF
000755 END-PERFORM.
000756 IF BRANCH-SLOT > 0
000757 MOVE BT-NAME(BRANCH-SLOT) TO BR-NAME-WK
000758 MOVE BT-REGION(BRANCH-SLOT) TO BR-REGION-WK
000759 ELSE
000760 MOVE "*NOT ON MASTER*" TO BR-NAME-WK
000761 MOVE "??" TO BR-REGION-WK
000762 END-IF.
000763 GO-BACK.
000764*PRINT THE OVERALL TOTALS AND THE FLAG COUNTS.
000765 GRANDTOTALS.
000766 MOVE SPACES TO REPORT-LINE.
000767 MOVE "TOTAL" TO RL-TYPE.
000768 MOVE TOT-UP-MINUTES TO RL-UPMIN.
000769 MOVE TOT-SESSIONS TO RL-SESSIONS.
000770 MOVE TOT-MATCHES TO RL-MATCHES.
000771 MOVE TOT-CRASHES TO RL-CRASHES.
000772 WRITE REPORT-LINE.
000773 DISPLAY "STATIONS REPORTED: ", STATION-USED.
000774 DISPLAY "UPTIME MINUTES:    ", TOT-UP-MINUTES.
000775 DISPLAY "SESSIONS:          ", TOT-SESSIONS.
000776 DISPLAY "IDLE, POWERED ON:  ", IDLE-CT.
000777 DISPLAY "BUSY, OFTEN DOWN:  ", DOWN-CT.
000778 GO-BACK.
