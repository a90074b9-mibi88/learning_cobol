000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. RUNTREND.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - BATCH WINDOW TRENDS OFF THE NIGHTRUN RUNLOG,
000007* WHICH UNTIL NOW NOBODY READ UNTIL THE MORNING REPORTS WERE
000008* LATE. EACH STEP'S NORMAL ELAPSED TIME IS ITS AVERAGE OVER
000009* THE LAST RTCTL-SET NUMBER OF BUSINESS DATES, AND LAST
000010* NIGHT'S TIMINGS ARE SHOWN AGAINST IT, WITH STEPS THAT RAN
000011* LONG, NEEDED A RERUN OR FAILED CALLED OUT. THE STREAM'S
000012* FINISH IS JUDGED AGAINST THE RTCTL WINDOW. A TREND SECTION
000013* SETS EACH STEP'S RECENT NORMAL AGAINST THE SAME NUMBER OF
000014* RUNS BEFORE THAT, SO STEPS LIKE GRBAL AND IXBACKUP THAT
000015* GROW WITH GAMERES AND GUESSHST SHOW UP BEFORE MONTH-END
000016* VOLUMES PUSH THE STREAM INTO THE BUSINESS DAY. RC 8 WHEN
000017* THE WINDOW WAS BREACHED OR THE STREAM NEVER FINISHED.
000018 ENVIRONMENT DIVISION.
000019 CONFIGURATION SECTION.
000020 SOURCE-COMPUTER. GNUCOBOL.
000021 OBJECT-COMPUTER. GNUCOBOL.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024 SELECT TREND-CTL-FILE ASSIGN "RTCTL"
000025 ORGANIZATION LINE SEQUENTIAL
000026 FILE STATUS IS RT-STATUS.
000027 SELECT RUN-LOG-FILE ASSIGN "RUNLOG"
000028 ORGANIZATION LINE SEQUENTIAL
000029 FILE STATUS IS RL-STATUS.
000030 SELECT REPORT-FILE ASSIGN "RTRPTOUT"
000031 ORGANIZATION LINE SEQUENTIAL
000032 FILE STATUS IS RPT-STATUS.
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036 FD TREND-CTL-FILE.
000037 01 TREND-CTL-REC.
000038 02 RT-WINDOW-START PIC 9(04).
000039 02 RT-WINDOW-END PIC 9(04).
000040 02 RT-RECENT-RUNS PIC 9(02).
000041 02 RT-LONG-PCT PIC 9(03).
000042 02 RT-GROWTH-PCT PIC 9(03).
000043 02 RT-MIN-SECONDS PIC 9(05).
000044 FD RUN-LOG-FILE.
000045 COPY "runlog.cpy".
000046 FD REPORT-FILE.
000047 01 REPORT-LINE.
000048 02 RPT-TYPE PIC X(08).
000049 02 FILLER PIC X(02) VALUE SPACES.
000050 02 RPT-STEP PIC X(02).
000051 02 FILLER PIC X(02) VALUE SPACES.
000052 02 RPT-NAME PIC X(08).
000053 02 FILLER PIC X(02) VALUE SPACES.
000054 02 RPT-RUNS PIC ZZ9.
000055 02 FILLER PIC X(02) VALUE SPACES.
000056 02 RPT-SECS PIC ZZZZZ9.
000057 02 FILLER PIC X(02) VALUE SPACES.
000058 02 RPT-NORMAL PIC ZZZZZ9.
000059 02 FILLER PIC X(02) VALUE SPACES.
000060 02 RPT-PCT PIC -ZZZ9.
000061 02 FILLER PIC X(02) VALUE SPACES.
000062 02 RPT-RC PIC X(04).
000063 02 FILLER PIC X(02) VALUE SPACES.
000064 02 RPT-NOTE PIC X(24).
000065 WORKING-STORAGE SECTION.
000066 01 RT-STATUS PIC X(02).
000067 01 RL-STATUS PIC X(02).
000068 01 RPT-STATUS PIC X(02).
000069 01 LOG-EOF-SW PIC X(01) VALUE "N".
000070 88 LOG-EOF VALUE "Y".
000071 01 RECENT-N PIC 9(02).
000072 01 LONG-PCT PIC 9(03).
000073 01 GROWTH-PCT PIC 9(03).
000074 01 MIN-SECS PIC 9(05).
000075 01 WIN-START-SECS PIC 9(05).
000076 01 WIN-END-SECS PIC 9(05).
000077 01 WIN-LENGTH PIC 9(05).
000078*THE MOST RECENT BUSINESS DATES ON THE LOG, NEWEST FIRST: LAST
000079*NIGHT, THEN THE RECENT RUNS THE NORMAL IS TAKEN OVER, THEN AS
000080*MANY AGAIN FOR THE TREND. ONLY THAT MANY ARE EVER KEPT, SO
000081*THE WHOLE HISTORY NEEDS NO TABLE OF ITS OWN.
000082 01 TOP-TABLE.
000083 02 TOP-DATE OCCURS 61 TIMES PIC 9(06).
000084 01 TOP-USED PIC 9(02) VALUE 0.
000085 01 TOP-MAX PIC 9(02).
000086 01 TOP-IX PIC 9(02).
000087 01 TOP-SLOT PIC 9(02).
000088 01 TOP-FOUND-SW PIC X(01) VALUE "N".
000089 88 TOP-FOUND VALUE "Y".
000090 01 PREV-DATE PIC 9(06) VALUE 0.
000091 01 LAST-DATE PIC 9(06).
000092 01 RECENT-FROM PIC 9(06).
000093 01 EARLIER-FROM PIC 9(06).
000094 01 HAVE-RECENT-SW PIC X(01) VALUE "N".
000095 88 HAVE-RECENT VALUE "Y".
000096 01 HAVE-EARLIER-SW PIC X(01) VALUE "N".
000097 88 HAVE-EARLIER VALUE "Y".
000098*ONE ENTRY PER STEP NAME, IN THE ORDER THE STEPS FIRST APPEAR
000099*ON THE LOG. SLOT 100 IS THE OVERFLOW, SHOWN AS ********.
000100 01 STEP-TABLE.
000101 02 STEP-ENTRY OCCURS 100 TIMES.
000102 03 SP-NAME PIC X(08).
000103 03 SP-STEP PIC 9(02).
000104 03 SP-LN-TRIES PIC 9(03).
000105 03 SP-LN-FAILS PIC 9(03).
000106 03 SP-LN-SECS PIC 9(05).
000107 03 SP-LN-RC PIC 9(04).
000108 03 SP-LN-STATUS PIC X(01).
000109 03 SP-RC-RUNS PIC 9(03).
000110 03 SP-RC-SECS PIC 9(09).
000111 03 SP-EA-RUNS PIC 9(03).
000112 03 SP-EA-SECS PIC 9(09).
000113 01 STEP-USED PIC 9(03) VALUE 0.
000114 01 STEP-IX PIC 9(03).
000115 01 STEP-SLOT PIC 9(03).
000116 01 TIME-IN PIC 9(08).
000117 01 TIME-SPLIT.
000118 02 TS-HH PIC 9(02).
000119 02 TS-MM PIC 9(02).
000120 02 TS-SS PIC 9(02).
000121 02 TS-HS PIC 9(02).
000122 01 SECS-WK PIC 9(05).
000123 01 START-SECS PIC 9(05).
000124 01 END-SECS PIC 9(05).
000125 01 ELAPSED PIC 9(05).
000126 01 START-OFF PIC 9(05).
000127 01 END-OFF PIC 9(06).
000128 01 FIRST-OFF PIC 9(06) VALUE 999999.
000129 01 FINISH-OFF PIC 9(06) VALUE 0.
000130 01 FIRST-START PIC 9(08) VALUE 0.
000131 01 FINISH-TIME PIC 9(08) VALUE 0.
000132 01 NORMAL-SECS PIC 9(05).
000133 01 EARLIER-SECS PIC 9(05).
000134 01 PCT-WK PIC S9(05).
000135 01 LIMIT-WK PIC 9(09).
000136 01 CHECK-WK PIC 9(09).
000137 01 LONG-SW PIC X(01) VALUE "N".
000138 88 RAN-LONG VALUE "Y".
000139 01 LONG-CT PIC 9(03) VALUE 0.
000140 01 RERUN-CT PIC 9(03) VALUE 0.
000141 01 FAILED-CT PIC 9(03) VALUE 0.
000142 01 MISSING-CT PIC 9(03) VALUE 0.
000143 01 GROWING-CT PIC 9(03) VALUE 0.
000144 01 BREACH-SW PIC X(01) VALUE "N".
000145 88 WINDOW-BREACHED VALUE "Y".
000146 01 CLOCK-EDIT.
000147 02 CE-HH PIC 9(02).
000148 02 FILLER PIC X(01) VALUE ":".
000149 02 CE-MM PIC 9(02).
000150 01 STREAM-LINE.
000151 02 FILLER PIC X(10) VALUE "STREAM".
000152 02 FILLER PIC X(08) VALUE "STARTED ".
000153 02 SL-START PIC X(05).
000154 02 FILLER PIC X(10) VALUE " FINISHED ".
000155 02 SL-FINISH PIC X(05).
000156 02 FILLER PIC X(12) VALUE " WINDOW END ".
000157 02 SL-WINEND PIC X(05).
000158 02 FILLER PIC X(02) VALUE SPACES.
000159 02 SL-NOTE PIC X(24).
000160 PROCEDURE DIVISION.
000161
000162 MAIN.
000163 DISPLAY "= BATCH WINDOW TREND REPORT =".
000164 PERFORM READCTL.
000165 PERFORM FINDDATES.
000166 OPEN OUTPUT REPORT-FILE.
000167 IF RPT-STATUS NOT = "00"
000168 DISPLAY "UNABLE TO OPEN RTRPTOUT. ENDING REPORT RUN."
000169 MOVE 16 TO RETURN-CODE
000170 STOP RUN
000171 END-IF.
000172 PERFORM TAKESTEPS.
000173 PERFORM WRITEHEADER.
000174 PERFORM LASTNIGHT.
000175 PERFORM STREAMLINE.
000176 PERFORM TRENDS.
000177 CLOSE REPORT-FILE.
000178 DISPLAY "BUSINESS DATE:        ", LAST-DATE.
000179 DISPLAY "STEPS RUN LONG:       ", LONG-CT.
000180 DISPLAY "STEPS RERUN:          ", RERUN-CT.
000181 DISPLAY "STEPS LEFT FAILED:    ", FAILED-CT.
000182 DISPLAY "STEPS NOT RUN:        ", MISSING-CT.
000183 DISPLAY "STEPS GROWING:        ", GROWING-CT.
000184 IF WINDOW-BREACHED
000185 DISPLAY "BATCH WINDOW BREACHED: ", SL-NOTE
000186 MOVE 8 TO RETURN-CODE
000187 END-IF.
000188 STOP RUN.
000189*READ THE WINDOW AND THE FLAG THRESHOLDS. WITHOUT RTCTL NO ONE
000190*HAS SAID WHEN THE STREAM MUST BE DONE, SO NOTHING IS JUDGED.
000191*ZERO RUNS, LONG OR GROWTH PERCENT TAKE THE SHOP DEFAULTS OF
000192*10 RUNS, 50 AND 20 PERCENT. RUNS ARE CAPPED AT 30.
000193 READCTL.
000194 OPEN INPUT TREND-CTL-FILE.
000195 IF RT-STATUS NOT = "00"
000196 DISPLAY "UNABLE TO OPEN RTCTL. STATUS ", RT-STATUS, "."
000197 DISPLAY "NO BATCH WINDOW, NOTHING REPORTED."
000198 MOVE 16 TO RETURN-CODE
000199 STOP RUN
000200 END-IF.
000201 READ TREND-CTL-FILE
000202 AT END
000203 DISPLAY "RTCTL IS EMPTY. NOTHING REPORTED."
000204 CLOSE TREND-CTL-FILE
000205 MOVE 16 TO RETURN-CODE
000206 STOP RUN
000207 END-READ.
000208 CLOSE TREND-CTL-FILE.
000209 IF (RT-WINDOW-START IS NOT NUMERIC)
000210     OR (RT-WINDOW-END IS NOT NUMERIC)
000211     OR (RT-RECENT-RUNS IS NOT NUMERIC)
000212     OR (RT-LONG-PCT IS NOT NUMERIC)
000213     OR (RT-GROWTH-PCT IS NOT NUMERIC)
000214     OR (RT-MIN-SECONDS IS NOT NUMERIC)
000215 DISPLAY "RTCTL IS NOT NUMERIC. NOTHING REPORTED."
000216 MOVE 16 TO RETURN-CODE
000217 STOP RUN
000218 END-IF.
000219 IF (RT-WINDOW-START(1:2) > "23") OR (RT-WINDOW-START(3:2) > "59")
000220     OR (RT-WINDOW-END(1:2) > "23")
000221     OR (RT-WINDOW-END(3:2) > "59")
000222 DISPLAY "RTCTL WINDOW TIMES ARE NOT HHMM. NOTHING REPORTED."
000223 MOVE 16 TO RETURN-CODE
000224 STOP RUN
000225 END-IF.
000226 MOVE RT-RECENT-RUNS TO RECENT-N.
000227 IF RECENT-N = 0
000228 MOVE 10 TO RECENT-N
000229 END-IF.
000230 IF RECENT-N > 30
000231 MOVE 30 TO RECENT-N
000232 END-IF.
000233 MOVE RT-LONG-PCT TO LONG-PCT.
000234 IF LONG-PCT = 0
000235 MOVE 50 TO LONG-PCT
000236 END-IF.
000237 MOVE RT-GROWTH-PCT TO GROWTH-PCT.
000238 IF GROWTH-PCT = 0
000239 MOVE 20 TO GROWTH-PCT
000240 END-IF.
000241 MOVE RT-MIN-SECONDS TO MIN-SECS.
000242 MOVE RT-WINDOW-START TO TIME-IN(1:4).
000243 MOVE "0000" TO TIME-IN(5:4).
000244 PERFORM TIMESECS.
000245 MOVE SECS-WK TO WIN-START-SECS.
000246 MOVE RT-WINDOW-END TO TIME-IN(1:4).
000247 PERFORM TIMESECS.
000248 MOVE SECS-WK TO WIN-END-SECS.
000249*A WINDOW THAT ENDS AT OR BEFORE ITS START RUNS PAST MIDNIGHT.
000250 IF WIN-END-SECS > WIN-START-SECS
000251 COMPUTE WIN-LENGTH = WIN-END-SECS - WIN-START-SECS
000252 ELSE
000253 COMPUTE WIN-LENGTH = WIN-END-SECS + 86400 - WIN-START-SECS
000254 END-IF.
000255 DISPLAY "BATCH WINDOW ", RT-WINDOW-START, " TO ", RT-WINDOW-END,
000256     ", NORMAL OVER ", RECENT-N, " RUNS.".
000257 GO-BACK.
000258*PASS 1: FIND THE NEWEST BUSINESS DATES ON THE LOG. THE NEWEST
000259*IS LAST NIGHT; THE NEXT RECENT-N ARE THE NORMAL; THE
000260*RECENT-N BEFORE THOSE ARE WHAT THE TREND COMPARES AGAINST. NO
000261*LOG, OR AN EMPTY ONE, IS A SETUP ERROR - NIGHTRUN WRITES IT
000262*EVERY NIGHT.
000263 FINDDATES.
000264 COMPUTE TOP-MAX = RECENT-N * 2 + 1.
000265 OPEN INPUT RUN-LOG-FILE.
000266 IF RL-STATUS NOT = "00"
000267 DISPLAY "UNABLE TO OPEN RUNLOG. STATUS ", RL-STATUS,
000268     ". NOTHING REPORTED."
000269 MOVE 16 TO RETURN-CODE
000270 STOP RUN
000271 END-IF.
000272 PERFORM UNTIL LOG-EOF
000273 READ RUN-LOG-FILE
000274 AT END
000275 SET LOG-EOF TO TRUE
000276 NOT AT END
000277 IF (LOG-DATE IS NUMERIC) AND (LOG-DATE NOT = PREV-DATE)
000278 MOVE LOG-DATE TO PREV-DATE
000279 PERFORM KEEPDATE
000280 END-IF
000281 END-READ
000282 END-PERFORM.
000283 CLOSE RUN-LOG-FILE.
000284 IF TOP-USED = 0
000285 DISPLAY "RUNLOG IS EMPTY. NOTHING REPORTED."
000286 MOVE 16 TO RETURN-CODE
000287 STOP RUN
000288 END-IF.
000289 MOVE TOP-DATE(1) TO LAST-DATE.
000290 IF TOP-USED > 1
000291 SET HAVE-RECENT TO TRUE
000292 IF TOP-USED > RECENT-N + 1
000293 MOVE TOP-DATE(RECENT-N + 1) TO RECENT-FROM
000294 SET HAVE-EARLIER TO TRUE
000295 MOVE TOP-DATE(TOP-USED) TO EARLIER-FROM
000296 ELSE
000297 MOVE TOP-DATE(TOP-USED) TO RECENT-FROM
000298 END-IF
000299 END-IF.
000300 GO-BACK.
000301*PUT ONE BUSINESS DATE INTO THE NEWEST-FIRST LIST, UNLESS IT IS
000302*ALREADY THERE OR IS OLDER THAN EVERYTHING IN A FULL LIST. A
000303*RERUN AFTER MIDNIGHT STILL LOGS THE EVENING'S DATE, SO ONE
000304*DATE IS ONE NIGHT.
000305 KEEPDATE.
000306 MOVE "N" TO TOP-FOUND-SW.
000307 MOVE 0 TO TOP-SLOT.
000308 PERFORM VARYING TOP-IX FROM 1 BY 1
000309     UNTIL (TOP-IX > TOP-USED) OR TOP-FOUND OR (TOP-SLOT > 0)
000310 IF TOP-DATE(TOP-IX) = LOG-DATE
000311 SET TOP-FOUND TO TRUE
000312 ELSE
000313 IF TOP-DATE(TOP-IX) < LOG-DATE
000314 MOVE TOP-IX TO TOP-SLOT
000315 END-IF
000316 END-IF
000317 END-PERFORM.
000318 IF NOT TOP-FOUND
000319 IF TOP-SLOT = 0
000320 IF TOP-USED < TOP-MAX
000321 ADD 1 TO TOP-USED
000322 MOVE LOG-DATE TO TOP-DATE(TOP-USED)
000323 END-IF
000324 ELSE
000325 IF TOP-USED < TOP-MAX
000326 ADD 1 TO TOP-USED
000327 END-IF
000328 PERFORM VARYING TOP-IX FROM TOP-USED BY -1
000329     UNTIL TOP-IX NOT > TOP-SLOT
000330 MOVE TOP-DATE(TOP-IX - 1) TO TOP-DATE(TOP-IX)
000331 END-PERFORM
000332 MOVE LOG-DATE TO TOP-DATE(TOP-SLOT)
000333 END-IF
000334 END-IF.
000335 GO-BACK.
000336*PASS 2: ROLL EVERY LOG RECORD FROM THE KEPT DATES INTO ITS
000337*STEP. ONLY COMPLETED ATTEMPTS COUNT TOWARD A NORMAL - A STEP
000338*THAT DIED HALF WAY SAYS NOTHING ABOUT HOW LONG IT TAKES.
000339 TAKESTEPS.
000340 MOVE "N" TO LOG-EOF-SW.
000341 OPEN INPUT RUN-LOG-FILE.
000342 IF RL-STATUS NOT = "00"
000343 DISPLAY "UNABLE TO REOPEN RUNLOG. STATUS ", RL-STATUS,
000344     ". NOTHING REPORTED."
000345 CLOSE REPORT-FILE
000346 MOVE 16 TO RETURN-CODE
000347 STOP RUN
000348 END-IF.
000349 PERFORM UNTIL LOG-EOF
000350 READ RUN-LOG-FILE
000351 AT END
000352 SET LOG-EOF TO TRUE
000353 NOT AT END
000354 IF (LOG-DATE IS NUMERIC) AND (LOG-START IS NUMERIC)
000355     AND (LOG-END IS NUMERIC)
000356 PERFORM TAKERECORD
000357 END-IF
000358 END-READ
000359 END-PERFORM.
000360 CLOSE RUN-LOG-FILE.
000361 GO-BACK.
000362*SORT ONE LOG RECORD INTO LAST NIGHT, THE NORMAL OR THE TREND
000363*BASE. ANYTHING OLDER IS LEFT ALONE.
000364 TAKERECORD.
000365 MOVE LOG-START TO TIME-IN.
000366 PERFORM TIMESECS.
000367 MOVE SECS-WK TO START-SECS.
000368 MOVE LOG-END TO TIME-IN.
000369 PERFORM TIMESECS.
000370 MOVE SECS-WK TO END-SECS.
000371 IF END-SECS < START-SECS
000372 COMPUTE ELAPSED = END-SECS + 86400 - START-SECS
000373 ELSE
000374 COMPUTE ELAPSED = END-SECS - START-SECS
000375 END-IF.
000376 IF LOG-DATE = LAST-DATE
000377 PERFORM FINDSTEP
000378 PERFORM TAKELASTNIGHT
000379 ELSE
000380 IF HAVE-RECENT AND (LOG-DATE NOT < RECENT-FROM)
000381 IF LOG-STATUS = "C"
000382 PERFORM FINDSTEP
000383 ADD 1 TO SP-RC-RUNS(STEP-SLOT)
000384 ADD ELAPSED TO SP-RC-SECS(STEP-SLOT)
000385 END-IF
000386 ELSE
000387 IF HAVE-EARLIER AND (LOG-DATE NOT < EARLIER-FROM)
000388 IF LOG-STATUS = "C"
000389 PERFORM FINDSTEP
000390 ADD 1 TO SP-EA-RUNS(STEP-SLOT)
000391 ADD ELAPSED TO SP-EA-SECS(STEP-SLOT)
000392 END-IF
000393 END-IF
000394 END-IF
000395 END-IF.
000396 GO-BACK.
000397*ONE OF LAST NIGHT'S ATTEMPTS. THE LOG IS IN TIME ORDER, SO THE
000398*LAST ATTEMPT SEEN IS THE ONE THAT STANDS. THE STREAM'S START
000399*AND FINISH ARE MEASURED FROM THE WINDOW START, SO A STREAM
000400*RUNNING PAST MIDNIGHT - OR RERUN THE NEXT MORNING - STILL
000401*COMPARES THE RIGHT WAY ROUND.
000402 TAKELASTNIGHT.
000403 ADD 1 TO SP-LN-TRIES(STEP-SLOT).
000404 IF LOG-STATUS NOT = "C"
000405 ADD 1 TO SP-LN-FAILS(STEP-SLOT)
000406 END-IF.
000407 MOVE LOG-STEP TO SP-STEP(STEP-SLOT).
000408 MOVE ELAPSED TO SP-LN-SECS(STEP-SLOT).
000409 MOVE LOG-RC TO SP-LN-RC(STEP-SLOT).
000410 MOVE LOG-STATUS TO SP-LN-STATUS(STEP-SLOT).
000411 IF START-SECS < WIN-START-SECS
000412 COMPUTE START-OFF = START-SECS + 86400 - WIN-START-SECS
000413 ELSE
000414 COMPUTE START-OFF = START-SECS - WIN-START-SECS
000415 END-IF.
000416 COMPUTE END-OFF = START-OFF + ELAPSED.
000417 IF START-OFF < FIRST-OFF
000418 MOVE START-OFF TO FIRST-OFF
000419 MOVE LOG-START TO FIRST-START
000420 END-IF.
000421 IF END-OFF > FINISH-OFF
000422 MOVE END-OFF TO FINISH-OFF
000423 MOVE LOG-END TO FINISH-TIME
000424 END-IF.
000425 GO-BACK.
000426*FIND LOG-NAME IN THE STEP TABLE, ADDING IT IF NEW. PAST 99
000427*NAMES EVERYTHING ELSE ROLLS INTO THE OVERFLOW SLOT.
000428 FINDSTEP.
000429 MOVE 0 TO STEP-SLOT.
000430 PERFORM VARYING STEP-IX FROM 1 BY 1
000431     UNTIL (STEP-IX > STEP-USED) OR (STEP-SLOT > 0)
000432 IF SP-NAME(STEP-IX) = LOG-NAME
000433 MOVE STEP-IX TO STEP-SLOT
000434 END-IF
000435 END-PERFORM.
000436 IF STEP-SLOT = 0
000437 IF STEP-USED < 99
000438 ADD 1 TO STEP-USED
000439 MOVE STEP-USED TO STEP-SLOT
000440 MOVE LOG-NAME TO SP-NAME(STEP-SLOT)
000441 PERFORM CLEARSTEP
000442 ELSE
000443 MOVE 100 TO STEP-SLOT
000444 IF SP-NAME(STEP-SLOT) NOT = "********"
000445 MOVE "********" TO SP-NAME(STEP-SLOT)
000446 PERFORM CLEARSTEP
000447 END-IF
000448 END-IF
000449 END-IF.
000450 GO-BACK.
000451*ZERO A STEP SLOT THE FIRST TIME IT IS USED.
000452 CLEARSTEP.
000453 MOVE LOG-STEP TO SP-STEP(STEP-SLOT).
000454 MOVE 0 TO SP-LN-TRIES(STEP-SLOT).
000455 MOVE 0 TO SP-LN-FAILS(STEP-SLOT).
000456 MOVE 0 TO SP-LN-SECS(STEP-SLOT).
000457 MOVE 0 TO SP-LN-RC(STEP-SLOT).
000458 MOVE SPACE TO SP-LN-STATUS(STEP-SLOT).
000459 MOVE 0 TO SP-RC-RUNS(STEP-SLOT).
000460 MOVE 0 TO SP-RC-SECS(STEP-SLOT).
000461 MOVE 0 TO SP-EA-RUNS(STEP-SLOT).
000462 MOVE 0 TO SP-EA-SECS(STEP-SLOT).
000463 GO-BACK.
000464*AN HHMMSSCC TIME AS SECONDS PAST MIDNIGHT.
000465 TIMESECS.
000466 MOVE TIME-IN TO TIME-SPLIT.
000467 COMPUTE SECS-WK = TS-HH * 3600 + TS-MM * 60 + TS-SS.
000468 GO-BACK.
000469*THE REPORT HEADING AND LAST NIGHT'S COLUMN HEADINGS.
000470 WRITEHEADER.
000471 MOVE "= BATCH WINDOW TREND REPORT =" TO REPORT-LINE.
000472 WRITE REPORT-LINE.
000473 MOVE SPACES TO REPORT-LINE.
000474 MOVE "DATE" TO RPT-TYPE.
000475 MOVE LAST-DATE TO RPT-NOTE.
000476 WRITE REPORT-LINE.
000477 MOVE SPACES TO REPORT-LINE.
000478 MOVE "NORMAL" TO RPT-TYPE.
000479 MOVE "AVERAGE OF LAST" TO RPT-NOTE.
000480 MOVE RECENT-N TO RPT-NOTE(17:2).
000481 MOVE "RUNS" TO RPT-NOTE(20:4).
000482 WRITE REPORT-LINE.
000483 MOVE SPACES TO REPORT-LINE.
000484 WRITE REPORT-LINE.
000485 MOVE SPACES TO REPORT-LINE.
000486 MOVE "LAST NIGHT" TO REPORT-LINE.
000487 WRITE REPORT-LINE.
000488 MOVE SPACES TO REPORT-LINE.
000489 MOVE "TYPE" TO RPT-TYPE.
000490 MOVE "NO" TO RPT-STEP.
000491 MOVE "NAME" TO RPT-NAME.
000492 MOVE "RC" TO RPT-RC.
000493 MOVE "NOTE" TO RPT-NOTE.
000494 WRITE REPORT-LINE.
000495 MOVE "                        TRY    SECS  NORMAL   PCT"
000496     TO REPORT-LINE.
000497 WRITE REPORT-LINE.
000498 GO-BACK.
000499*ONE LINE PER STEP THAT RAN LAST NIGHT OR HAS A NORMAL - A STEP
000500*WITH A NORMAL THAT DID NOT RUN MEANS THE STREAM STOPPED SHORT
000501*OF IT.
000502 LASTNIGHT.
000503 PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL STEP-IX > 100
000504 IF (STEP-IX NOT > STEP-USED)
000505     OR ((STEP-IX = 100) AND (SP-NAME(100) = "********"))
000506 IF (SP-LN-TRIES(STEP-IX) > 0) OR (SP-RC-RUNS(STEP-IX) > 0)
000507 PERFORM STEPLINE
000508 END-IF
000509 END-IF
000510 END-PERFORM.
000511 GO-BACK.
000512*LAST NIGHT'S LINE FOR ONE STEP, FLAGGED: LEFT FAILED, NEEDED A
000513*RERUN, RAN LONG AGAINST ITS NORMAL, OR NEVER RAN. A STEP
000514*UNDER THE RTCTL FLOOR IS NEVER CALLED LONG - DOUBLING A
000515*FIVE-SECOND STEP COSTS NOTHING.
000516 STEPLINE.
000517 MOVE "N" TO LONG-SW.
000518 MOVE 0 TO NORMAL-SECS.
000519 IF SP-RC-RUNS(STEP-IX) > 0
000520 COMPUTE NORMAL-SECS ROUNDED =
000521     SP-RC-SECS(STEP-IX) / SP-RC-RUNS(STEP-IX)
000522 END-IF.
000523 MOVE SPACES TO REPORT-LINE.
000524 MOVE "STEP" TO RPT-TYPE.
000525 MOVE SP-STEP(STEP-IX) TO RPT-STEP.
000526 MOVE SP-NAME(STEP-IX) TO RPT-NAME.
000527 MOVE NORMAL-SECS TO RPT-NORMAL.
000528 IF SP-LN-TRIES(STEP-IX) = 0
000529 MOVE "NOT RUN" TO RPT-NOTE
000530 ADD 1 TO MISSING-CT
000531 ELSE
000532 MOVE SP-LN-TRIES(STEP-IX) TO RPT-RUNS
000533 MOVE SP-LN-SECS(STEP-IX) TO RPT-SECS
000534 MOVE SP-LN-RC(STEP-IX) TO RPT-RC
000535 IF NORMAL-SECS > 0
000536 COMPUTE PCT-WK ROUNDED =
000537     SP-LN-SECS(STEP-IX) * 100 / NORMAL-SECS
000538 MOVE PCT-WK TO RPT-PCT
000539 COMPUTE LIMIT-WK = NORMAL-SECS * (100 + LONG-PCT)
000540 COMPUTE CHECK-WK = SP-LN-SECS(STEP-IX) * 100
000541 IF (SP-LN-STATUS(STEP-IX) = "C") AND (CHECK-WK > LIMIT-WK)
000542     AND (SP-LN-SECS(STEP-IX) > MIN-SECS)
000543 SET RAN-LONG TO TRUE
000544 ADD 1 TO LONG-CT
000545 END-IF
000546 END-IF
000547 IF SP-LN-STATUS(STEP-IX) NOT = "C"
000548 MOVE "FAILED, NOT RERUN" TO RPT-NOTE
000549 ADD 1 TO FAILED-CT
000550 ELSE
000551 IF SP-LN-TRIES(STEP-IX) > 1
000552 ADD 1 TO RERUN-CT
000553 IF RAN-LONG
000554 MOVE "RERUN, AND RAN LONG" TO RPT-NOTE
000555 ELSE
000556 MOVE "RERUN" TO RPT-NOTE
000557 END-IF
000558 ELSE
000559 IF RAN-LONG
000560 MOVE "RAN LONG" TO RPT-NOTE
000561 ELSE
000562 IF NORMAL-SECS = 0
000563 MOVE "NO NORMAL YET" TO RPT-NOTE
000564 END-IF
000565 END-IF
000566 END-IF
000567 END-IF
000568 END-IF.
000569 WRITE REPORT-LINE.
000570 GO-BACK.
000571*THE STREAM'S START AND FINISH AGAINST THE WINDOW. A STREAM
000572*WITH A STEP LEFT FAILED NEVER FINISHED, WHICH IS A BREACH
000573*WHATEVER THE CLOCK SAYS - THE MORNING REPORTS ARE NOT COMING.
000574 STREAMLINE.
000575 MOVE FIRST-START TO TIME-IN.
000576 PERFORM CLOCKTIME.
000577 MOVE CLOCK-EDIT TO SL-START.
000578 MOVE FINISH-TIME TO TIME-IN.
000579 PERFORM CLOCKTIME.
000580 MOVE CLOCK-EDIT TO SL-FINISH.
000581 MOVE RT-WINDOW-END TO TIME-IN(1:4).
000582 PERFORM CLOCKTIME.
000583 MOVE CLOCK-EDIT TO SL-WINEND.
000584 MOVE SPACES TO SL-NOTE.
000585 IF FAILED-CT > 0
000586 MOVE "STREAM DID NOT FINISH" TO SL-NOTE
000587 SET WINDOW-BREACHED TO TRUE
000588 ELSE
000589 IF FINISH-OFF > WIN-LENGTH
000590 MOVE "FINISHED PAST WINDOW END" TO SL-NOTE
000591 SET WINDOW-BREACHED TO TRUE
000592 ELSE
000593 MOVE "WITHIN WINDOW" TO SL-NOTE
000594 END-IF
000595 END-IF.
000596 MOVE SPACES TO REPORT-LINE.
000597 WRITE REPORT-LINE.
000598 WRITE REPORT-LINE FROM STREAM-LINE.
000599 GO-BACK.
000600*AN HHMMSSCC TIME AS HH:MM.
000601 CLOCKTIME.
000602 MOVE TIME-IN TO TIME-SPLIT.
000603 MOVE TS-HH TO CE-HH.
000604 MOVE TS-MM TO CE-MM.
000605 GO-BACK.
000606*THE TREND SECTION: EACH STEP'S RECENT NORMAL AGAINST ITS
000607*NORMAL OVER THE SAME NUMBER OF RUNS BEFORE THAT, WITH THE
000608*CHANGE AS A PERCENT. A STEP GROWING PAST THE RTCTL PERCENT IS
000609*FLAGGED - THAT IS THE ONE TO WATCH AS THE FILES GET BIGGER.
000610 TRENDS.
000611 MOVE SPACES TO REPORT-LINE.
000612 WRITE REPORT-LINE.
000613 MOVE "TREND" TO REPORT-LINE.
000614 WRITE REPORT-LINE.
000615 IF NOT HAVE-EARLIER
000616 MOVE "NOT ENOUGH HISTORY YET FOR A TREND." TO REPORT-LINE
000617 WRITE REPORT-LINE
000618 ELSE
000619 MOVE SPACES TO REPORT-LINE
000620 MOVE "TYPE" TO RPT-TYPE
000621 MOVE "NO" TO RPT-STEP
000622 MOVE "NAME" TO RPT-NAME
000623 MOVE "NOTE" TO RPT-NOTE
000624 WRITE REPORT-LINE
000625 MOVE "                       RUNS  RECENT  BEFORE   PCT"
000626     TO REPORT-LINE
000627 WRITE REPORT-LINE
000628 PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL STEP-IX > 100
000629 IF (STEP-IX NOT > STEP-USED)
000630     OR ((STEP-IX = 100) AND (SP-NAME(100) = "********"))
000631 PERFORM TRENDLINE
000632 END-IF
000633 END-PERFORM
000634 END-IF.
000635 GO-BACK.
000636*ONE STEP'S TREND LINE. A STEP WITH NO RUNS IN ONE HALF OR THE
000637*OTHER IS NEW OR RETIRED AND HAS NO TREND TO SHOW.
000638 TRENDLINE.
000639 IF (SP-RC-RUNS(STEP-IX) > 0) AND (SP-EA-RUNS(STEP-IX) > 0)
000640 COMPUTE NORMAL-SECS ROUNDED =
000641     SP-RC-SECS(STEP-IX) / SP-RC-RUNS(STEP-IX)
000642 COMPUTE EARLIER-SECS ROUNDED =
000643     SP-EA-SECS(STEP-IX) / SP-EA-RUNS(STEP-IX)
000644 MOVE SPACES TO REPORT-LINE
000645 MOVE "TREND" TO RPT-TYPE
000646 MOVE SP-STEP(STEP-IX) TO RPT-STEP
000647 MOVE SP-NAME(STEP-IX) TO RPT-NAME
000648 MOVE SP-RC-RUNS(STEP-IX) TO RPT-RUNS
000649 MOVE NORMAL-SECS TO RPT-SECS
000650 MOVE EARLIER-SECS TO RPT-NORMAL
000651 IF EARLIER-SECS > 0
000652 COMPUTE PCT-WK ROUNDED =
000653     (NORMAL-SECS - EARLIER-SECS) * 100 / EARLIER-SECS
000654 MOVE PCT-WK TO RPT-PCT
000655 IF PCT-WK > GROWTH-PCT
000656 MOVE "GROWING" TO RPT-NOTE
000657 ADD 1 TO GROWING-CT
000658 END-IF
000659 END-IF
000660 WRITE REPORT-LINE
000661 END-IF.
000662 GO-BACK.
