000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. INTAUDIT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - OVERNIGHT SESSION INTEGRITY AUDIT. LEADERBOARD
000007* AND TOURNAMENT RESULTS NOW FEED RECOGNITION AWARDS, SO THE
000008* TRAINING FILES ARE CHECKED FOR RESULTS CHANCE DOES NOT
000009* EXPLAIN. OVER THE AUDCTL WINDOW IT FLAGS: SESSIONS WON IN
000010* FEWER GUESSES THAN THE ODDS ALLOW; EMPLOYEES WITH MORE
000011* FIRST-GUESS WINS THAN CHANCE EXPLAINS; IDENTICAL GUESS
000012* SEQUENCES ENTERED BY TWO EMPLOYEES ON ONE STATION MINUTES
000013* APART (GUESSHST); AND CHALLENGE MATCHES WHOSE LOSER GUESSED
000014* AGAINST THEIR OWN HINTS (CHALRES). IT ALSO SHOWS HOW THE
000015* DRAWS (GR-EXPECTED) SPREAD OVER EACH TIER'S RANGE AND RAISES
000016* AN ALERT WHEN THE SPREAD IS SKEWED. FLAGGED ITEMS ARE
000017* APPENDED TO THE INTREVW REVIEW FILE FOR THE TRAINERS AND
000018* PRINTED ON IARPTOUT. FLAGS ARE FOR REVIEW, NOT FAILURES:
000019* THE STEP ENDS 0 UNLESS IT CANNOT RUN AT ALL. AN ITEM ALREADY
000020* ON INTREVW FROM AN EARLIER RUN OVER THE SAME DAYS IS PRINTED
000021* BUT NOT APPENDED AGAIN, SO THE TRAINERS SEE EACH ONE ONCE.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT AUDIT-CTL-FILE ASSIGN "AUDCTL"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS AC-STATUS.
000031 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000032 ORGANIZATION LINE SEQUENTIAL
000033 FILE STATUS IS CFG-STATUS.
000034 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000035 ORGANIZATION INDEXED
000036 ACCESS RANDOM
000037 RECORD KEY IS EM-EMPLOYEE-ID
000038 FILE STATUS IS EM-STATUS.
000039 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000040 ORGANIZATION INDEXED
000041 ACCESS SEQUENTIAL
000042 RECORD KEY IS GR-KEY
000043 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000044 FILE STATUS IS GR-STATUS.
000045 SELECT GUESS-HIST-FILE ASSIGN "GUESSHST"
000046 ORGANIZATION LINE SEQUENTIAL
000047 FILE STATUS IS GH-STATUS.
000048 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000049 ORGANIZATION LINE SEQUENTIAL
000050 FILE STATUS IS CL-STATUS.
000051 SELECT REVIEW-FILE ASSIGN "INTREVW"
000052 ORGANIZATION LINE SEQUENTIAL
000053 FILE STATUS IS IR-STATUS.
000054 SELECT REPORT-FILE ASSIGN "IARPTOUT"
000055 ORGANIZATION LINE SEQUENTIAL
000056 FILE STATUS IS RPT-STATUS.
000057
000058 DATA DIVISION.
000059 FILE SECTION.
000060 FD AUDIT-CTL-FILE.
000061 01 AUDIT-CTL-REC.
000062 02 AC-FROM-DATE PIC 9(06).
000063 02 AC-TO-DATE PIC 9(06).
000064 02 AC-LUCK-PERMIL PIC 9(03).
000065 02 AC-EMP-PPM PIC 9(06).
000066 02 AC-COPY-MINUTES PIC 9(03).
000067 02 AC-COPY-GUESSES PIC 9(02).
000068 02 AC-THROW-CONTRARY PIC 9(02).
000069 02 AC-SKEW-LIMIT PIC 9(03)V99.
000070 FD DIFF-CONFIG-FILE.
000071 COPY "diffcfg.cpy".
000072 FD EMPLOYEE-MASTER-FILE.
000073 COPY "empmast.cpy".
000074 FD GAME-RESULTS-FILE.
000075 COPY "gameres.cpy".
000076 FD GUESS-HIST-FILE.
000077 COPY "guesshst.cpy".
000078 FD CHALLENGE-RESULTS-FILE.
000079 COPY "chalres.cpy".
000080 FD REVIEW-FILE.
000081 COPY "intrevw.cpy".
000082 FD REPORT-FILE.
000083 01 REPORT-LINE.
000084 02 RL-DATA PIC X(104).
000085 02 RL-FLAG REDEFINES RL-DATA.
000086 03 RL-TYPE PIC X(08).
000087 03 FILLER PIC X(02).
000088 03 RL-EMPLOYEE PIC X(06).
000089 03 FILLER PIC X(02).
000090 03 RL-OTHER PIC X(06).
000091 03 FILLER PIC X(02).
000092 03 RL-DATE PIC X(06).
000093 03 FILLER PIC X(02).
000094 03 RL-STATION PIC X(04).
000095 03 FILLER PIC X(02).
000096 03 RL-TIER PIC X(01).
000097 03 FILLER PIC X(02).
000098 03 RL-DETAIL PIC X(50).
000099 03 FILLER PIC X(09).
000100 02 RL-SPREAD REDEFINES RL-DATA.
000101 03 RL-SP-TIER PIC X(01).
000102 03 FILLER PIC X(02).
000103 03 RL-SP-RANGE PIC ZZZ9.
000104 03 FILLER PIC X(02).
000105 03 RL-SP-DRAWS PIC ZZZZZZ9.
000106 03 FILLER PIC X(01).
000107 03 RL-SP-BAND OCCURS 10 TIMES PIC ZZZZZ9.
000108 03 FILLER PIC X(02).
000109 03 RL-SP-CHI PIC ZZZZ9.99.
000110 03 FILLER PIC X(02).
000111 03 RL-SP-ALERT PIC X(14).
000112 WORKING-STORAGE SECTION.
000113 01 AC-STATUS PIC X(02).
000114 01 CFG-STATUS PIC X(02).
000115 01 EM-STATUS PIC X(02).
000116 01 GR-STATUS PIC X(02).
000117 01 GH-STATUS PIC X(02).
000118 01 CL-STATUS PIC X(02).
000119 01 IR-STATUS PIC X(02).
000120 01 RPT-STATUS PIC X(02).
000121 01 FROM-DATE PIC 9(06).
000122 01 TO-DATE PIC 9(06).
000123 01 RUN-DATE PIC 9(06).
000124 01 LUCK-PERMIL PIC 9(03).
000125 01 EMP-PPM PIC 9(06).
000126 01 COPY-MINUTES PIC 9(03).
000127 01 COPY-GUESSES PIC 9(02).
000128 01 THROW-CONTRARY PIC 9(02).
000129 01 SKEW-LIMIT PIC 9(03)V99.
000130 01 CFG-EOF-SW PIC X(01) VALUE "N".
000131 88 CFG-EOF VALUE "Y".
000132 01 RES-EOF-SW PIC X(01) VALUE "N".
000133 88 RES-EOF VALUE "Y".
000134 01 HIST-EOF-SW PIC X(01) VALUE "N".
000135 88 HIST-EOF VALUE "Y".
000136 01 CHAL-EOF-SW PIC X(01) VALUE "N".
000137 88 CHAL-EOF VALUE "Y".
000138 01 EMPMAST-OPEN-SW PIC X(01) VALUE "N".
000139 88 EMPMAST-OPEN VALUE "Y".
000140 01 REVIEW-OPEN-SW PIC X(01) VALUE "N".
000141 88 REVIEW-OPEN VALUE "Y".
000142*THE ITEMS ALREADY ON INTREVW FOR DAYS IN THE WINDOW, BY
000143*IR-TYPE THROUGH IR-TIER, SO A RERUN OR AN OVERLAPPING WINDOW
000144*DOES NOT APPEND THEM AGAIN. PAST THE TABLE, LATER ONES MAY
000145*REPEAT AND THE EXCEPTION LOG SAYS SO ONCE.
000146 01 FILED-TABLE.
000147 02 FILED-KEY OCCURS 5000 TIMES PIC X(31).
000148 01 FILED-USED PIC 9(04) VALUE 0.
000149 01 FILED-IX PIC 9(04).
000150 01 FILED-FULL-SW PIC X(01) VALUE "N".
000151 88 FILED-FULL VALUE "Y".
000152 01 FILED-SW PIC X(01).
000153 88 ALREADY-FILED VALUE "Y".
000154 01 REVW-EOF-SW PIC X(01) VALUE "N".
000155 88 REVW-EOF VALUE "Y".
000156 01 FLAG-REPEATS PIC 9(05) VALUE 0.
000157*THE DIFFCFG LADDER, ONE ENTRY PER TIER, WITH WHAT THE AUDIT
000158*WORKS OUT FROM IT. SLOT 10 IS TIER ?, FOR SESSIONS WHOSE
000159*TRIES MATCH NO TIER ON THE LADDER - JUDGED ON THE FULL 0-999
000160*RANGE THE KIOSK FALLS BACK TO.
000161 01 TIER-TABLE.
000162 02 TIER-ENTRY OCCURS 10 TIMES.
000163 03 TIER-CODE PIC X(01).
000164 03 TIER-TRIES PIC 99.
000165 03 TIER-RANGE PIC 9(04).
000166 03 TIER-INV PIC 9V9(09).
000167 03 TIER-LUCK-K PIC 99.
000168 03 TIER-DRAWS PIC 9(07).
000169 03 TIER-BAND OCCURS 10 TIMES PIC 9(07).
000170 03 TIER-WIDTH OCCURS 10 TIMES PIC 9(04).
000171 01 TIER-USED PIC 9(02) VALUE 0.
000172 01 TIER-IX PIC 9(02).
000173 01 TIER-SLOT PIC 9(02).
000174 01 BAND-IX PIC 9(02).
000175 01 DRAW-V PIC 9(04).
000176 01 POW2 PIC 9(09).
000177 01 POW-IX PIC 9(02).
000178 01 EMP-TIER-WK PIC X(01).
000179 01 CURR-EMPLOYEE PIC X(06) VALUE SPACES.
000180 01 SESS-CT PIC 9(05) VALUE 0.
000181 01 FIRST-CT PIC 9(05) VALUE 0.
000182 01 LAMBDA PIC 9(05)V9(09) VALUE 0.
000183 01 BOUND PIC 9(09)V9(09).
000184 01 BOUND-IX PIC 9(05).
000185 01 ODDS PIC 9(09).
000186 01 EXPECT-CT PIC 9(07)V9(04).
000187 01 CHI-SQ PIC 9(07)V99.
000188 01 DIFF-WK PIC S9(07)V9(04).
000189*ONE GUESS SEQUENCE BEING GATHERED FROM GUESSHST. CHALLENGE
000190*PLAYERS' GUESSES ARE INTERLEAVED ON THE FILE, SO SEVERAL
000191*SESSIONS ARE OPEN AT ONCE, KEYED ON EMPLOYEE AND STATION; A
000192*GUESS NUMBERED 1 CLOSES THE EMPLOYEE'S LAST ONE THERE.
000193 01 OPEN-TABLE.
000194 02 OPEN-ENTRY OCCURS 50 TIMES.
000195 03 OS-EMPLOYEE PIC X(06).
000196 03 OS-STATION PIC X(04).
000197 03 OS-DATE PIC 9(06).
000198 03 OS-MINUTE PIC 9(04).
000199 03 OS-TIMED PIC X(01).
000200 03 OS-ORDER PIC 9(07).
000201 03 OS-COUNT PIC 9(02).
000202 03 OS-LOW PIC S9(04).
000203 03 OS-HIGH PIC S9(04).
000204 03 OS-CONTRARY PIC 9(02).
000205 03 OS-GUESSES.
000206 04 OS-GUESS OCCURS 30 TIMES PIC 9(03).
000207 01 OPEN-IX PIC 9(02).
000208 01 OPEN-SLOT PIC 9(02).
000209 01 OPEN-ORDER PIC 9(07) VALUE 0.
000210*CLOSED SEQUENCES, ACROSS ALL STATIONS, EACH NEW ONE IS
000211*COMPARED WITH. ONE IS HELD UNTIL NO SEQUENCE STILL OPEN OR
000212*YET TO START CAN FALL WITHIN THE AUDCTL MINUTES OF IT, SO
000213*A BUSY ESTATE DOES NOT PUSH OUT THE FIRST HALF OF A COPY.
000214*PAST THE TABLE, LATER ONES GO UNCHECKED AND THE EXCEPTION
000215*LOG SAYS SO ONCE.
000216 01 RECENT-TABLE.
000217 02 RECENT-ENTRY OCCURS 500 TIMES.
000218 03 RG-EMPLOYEE PIC X(06).
000219 03 RG-STATION PIC X(04).
000220 03 RG-DATE PIC 9(06).
000221 03 RG-MINUTE PIC 9(04).
000222 03 RG-TIMED PIC X(01).
000223 03 RG-COUNT PIC 9(02).
000224 03 RG-GUESSES PIC X(90).
000225 01 RECENT-USED PIC 9(03) VALUE 0.
000226 01 RECENT-KEEP PIC 9(03).
000227 01 RECENT-IX PIC 9(03).
000228 01 RECENT-FULL-SW PIC X(01) VALUE "N".
000229 88 RECENT-FULL VALUE "Y".
000230*THE EARLIEST START AMONG THE OPEN SEQUENCES. AN UNTIMED ONE
000231*COUNTS AS MINUTE 0, SO IT HOLDS ITS WHOLE DAY.
000232 01 FLOOR-DATE PIC 9(06).
000233 01 FLOOR-MINUTE PIC 9(04).
000234 01 FLOOR-IX PIC 9(02).
000235 01 GAP-MINUTES PIC 9(04).
000236 01 TIME-SPLIT.
000237 02 TS-HH PIC 9(02).
000238 02 TS-MM PIC 9(02).
000239 02 TS-REST PIC 9(04).
000240*SESSIONS WHERE SOMEONE GUESSED AGAINST THEIR OWN HINTS, KEPT
000241*FOR THE CHALLENGE PASS. THE LAST SLOT IS THE OVERFLOW.
000242 01 CONTRA-TABLE.
000243 02 CONTRA-ENTRY OCCURS 500 TIMES.
000244 03 CT-EMPLOYEE PIC X(06).
000245 03 CT-STATION PIC X(04).
000246 03 CT-DATE PIC 9(06).
000247 03 CT-CONTRARY PIC 9(02).
000248 01 CONTRA-USED PIC 9(03) VALUE 0.
000249 01 CONTRA-IX PIC 9(03).
000250 01 CONTRA-FULL-SW PIC X(01) VALUE "N".
000251 88 CONTRA-FULL VALUE "Y".
000252 01 LOSER-ID PIC X(06).
000253 01 WORST-CONTRARY PIC 9(02).
000254 01 FLAG-LUCKYWIN PIC 9(05) VALUE 0.
000255 01 FLAG-LUCKYEMP PIC 9(05) VALUE 0.
000256 01 FLAG-COPYSEQ PIC 9(05) VALUE 0.
000257 01 FLAG-THROWN PIC 9(05) VALUE 0.
000258 01 FLAG-DRAWSKEW PIC 9(05) VALUE 0.
000259 01 RESULTS-READ PIC 9(07) VALUE 0.
000260 01 GUESSES-READ PIC 9(07) VALUE 0.
000261 01 MATCHES-READ PIC 9(07) VALUE 0.
000262 01 LUCKYWIN-DETAIL.
000263 02 FILLER PIC X(07) VALUE "WON IN ".
000264 02 LW-TRIES PIC Z9.
000265 02 FILLER PIC X(14) VALUE " GUESSES ON 0-".
000266 02 LW-MAXNUM PIC ZZZ9.
000267 02 FILLER PIC X(09) VALUE ", ODDS 1 ".
000268 02 FILLER PIC X(03) VALUE "IN ".
000269 02 LW-ODDS PIC ZZZZ9.
000270 01 LUCKYEMP-DETAIL.
000271 02 LE-FIRST PIC ZZZZ9.
000272 02 FILLER PIC X(18) VALUE " FIRST-GUESS WINS/".
000273 02 LE-SESSIONS PIC ZZZZ9.
000274 02 FILLER PIC X(08) VALUE ", 1 IN ".
000275 02 LE-ODDS PIC ZZZZZZZZ9.
000276 01 COPYSEQ-DETAIL.
000277 02 CS-COUNT PIC Z9.
000278 02 FILLER PIC X(19) VALUE " IDENTICAL GUESSES,".
000279 02 CS-GAP PIC X(20).
000280 01 GAP-TEXT.
000281 02 GT-MINUTES PIC ZZZ9.
000282 02 FILLER PIC X(14) VALUE " MINUTES APART".
000283 01 THROWN-DETAIL.
000284 02 TD-CONTRARY PIC Z9.
000285 02 FILLER PIC X(36)
000286     VALUE " GUESSES AGAINST OWN HINTS, LOST".
000287 01 SKEW-DETAIL.
000288 02 FILLER PIC X(11) VALUE "CHI-SQUARE ".
000289 02 SD-CHI PIC ZZZZ9.99.
000290 02 FILLER PIC X(06) VALUE " OVER ".
000291 02 SD-LIMIT PIC ZZ9.99.
000292 02 FILLER PIC X(04) VALUE " ON ".
000293 02 SD-DRAWS PIC ZZZZZZ9.
000294 02 FILLER PIC X(06) VALUE " DRAWS".
000295 COPY "errlink.cpy".
000296 PROCEDURE DIVISION.
000297
000298 MAIN.
000299 DISPLAY "= OVERNIGHT SESSION INTEGRITY AUDIT =".
000300 MOVE "INTAUDIT" TO ERR-PROGRAM.
000301 ACCEPT RUN-DATE FROM DATE.
000302 PERFORM READCTL.
000303 PERFORM LOADTIERS.
000304 OPEN OUTPUT REPORT-FILE.
000305 IF RPT-STATUS NOT = "00"
000306 DISPLAY "UNABLE TO OPEN IARPTOUT. STATUS ", RPT-STATUS, "."
000307 MOVE 16 TO RETURN-CODE
000308 STOP RUN
000309 END-IF.
000310 OPEN INPUT GAME-RESULTS-FILE.
000311 IF GR-STATUS NOT = "00"
000312 DISPLAY "UNABLE TO OPEN GAMERES. STATUS ", GR-STATUS, "."
000313 DISPLAY "NOTHING TO AUDIT."
000314 CLOSE REPORT-FILE
000315 MOVE 16 TO RETURN-CODE
000316 STOP RUN
000317 END-IF.
000318 PERFORM OPENREVIEW.
000319 PERFORM OPENEMPMAST.
000320 PERFORM WRITEHEADER.
000321 PERFORM AUDITRESULTS.
000322 CLOSE GAME-RESULTS-FILE.
000323 IF EMPMAST-OPEN
000324 CLOSE EMPLOYEE-MASTER-FILE
000325 END-IF.
000326 PERFORM AUDITGUESSES.
000327 PERFORM AUDITCHALLENGES.
000328 PERFORM SPREADSECTION.
000329 PERFORM WRITETOTALS.
000330 IF REVIEW-OPEN
000331 CLOSE REVIEW-FILE
000332 END-IF.
000333 CLOSE REPORT-FILE.
000334 STOP RUN.
000335*READ THE AUDIT WINDOW AND THRESHOLDS. AN AUDIT WITH NO STATED
000336*THRESHOLDS DOES NOT GUESS THEM - IT REFUSES TO RUN, THE SAME
000337*WAY TIERPROM DOES WITHOUT PROMCTL. A ZERO TO-DATE MEANS TODAY.
000338 READCTL.
000339 OPEN INPUT AUDIT-CTL-FILE.
000340 IF AC-STATUS NOT = "00"
000341 DISPLAY "UNABLE TO OPEN AUDCTL. STATUS ", AC-STATUS, "."
000342 DISPLAY "NO THRESHOLDS, NOTHING AUDITED."
000343 MOVE 16 TO RETURN-CODE
000344 STOP RUN
000345 END-IF.
000346 READ AUDIT-CTL-FILE
000347 AT END
000348 DISPLAY "AUDCTL IS EMPTY. NOTHING AUDITED."
000349 CLOSE AUDIT-CTL-FILE
000350 MOVE 16 TO RETURN-CODE
000351 STOP RUN
000352 END-READ.
000353 CLOSE AUDIT-CTL-FILE.
000354 IF (AC-FROM-DATE IS NOT NUMERIC) OR (AC-TO-DATE IS NOT NUMERIC)
000355     OR (AC-LUCK-PERMIL IS NOT NUMERIC)
000356     OR (AC-EMP-PPM IS NOT NUMERIC)
000357     OR (AC-COPY-MINUTES IS NOT NUMERIC)
000358     OR (AC-COPY-GUESSES IS NOT NUMERIC)
000359     OR (AC-THROW-CONTRARY IS NOT NUMERIC)
000360     OR (AC-SKEW-LIMIT IS NOT NUMERIC)
000361 DISPLAY "AUDCTL IS NOT NUMERIC. NOTHING AUDITED."
000362 MOVE 16 TO RETURN-CODE
000363 STOP RUN
000364 END-IF.
000365 MOVE AC-FROM-DATE TO FROM-DATE.
000366 MOVE AC-TO-DATE TO TO-DATE.
000367 IF TO-DATE = 0
000368 MOVE RUN-DATE TO TO-DATE
000369 END-IF.
000370 MOVE AC-LUCK-PERMIL TO LUCK-PERMIL.
000371 MOVE AC-EMP-PPM TO EMP-PPM.
000372 MOVE AC-COPY-MINUTES TO COPY-MINUTES.
000373 MOVE AC-COPY-GUESSES TO COPY-GUESSES.
000374 IF COPY-GUESSES < 2
000375 MOVE 2 TO COPY-GUESSES
000376 END-IF.
000377 MOVE AC-THROW-CONTRARY TO THROW-CONTRARY.
000378 IF THROW-CONTRARY = 0
000379 MOVE 1 TO THROW-CONTRARY
000380 END-IF.
000381 MOVE AC-SKEW-LIMIT TO SKEW-LIMIT.
000382 DISPLAY "AUDIT WINDOW ", FROM-DATE, " TO ", TO-DATE, ".".
000383 GO-BACK.
000384*LOAD THE TIER LADDER AND WORK OUT, FOR EACH TIER, THE ODDS A
000385*LUCKY WIN IS JUDGED BY AND HOW WIDE EACH TENTH OF THE RANGE
000386*IS. WITHOUT DIFFCFG EVERY SESSION FALLS TO TIER ?.
000387 LOADTIERS.
000388 OPEN INPUT DIFF-CONFIG-FILE.
000389 IF CFG-STATUS = "00"
000390 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
000391 READ DIFF-CONFIG-FILE
000392 AT END
000393 SET CFG-EOF TO TRUE
000394 NOT AT END
000395 ADD 1 TO TIER-USED
000396 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
000397 MOVE DIFF-TRIES TO TIER-TRIES(TIER-USED)
000398 ADD 1 TO DIFF-MAXNUM GIVING TIER-RANGE(TIER-USED)
000399 END-READ
000400 END-PERFORM
000401 CLOSE DIFF-CONFIG-FILE
000402 ELSE
000403 DISPLAY "DIFFCFG UNAVAILABLE. ALL SESSIONS JUDGED AS TIER ?."
000404 END-IF.
000405 MOVE "?" TO TIER-CODE(10).
000406 MOVE 0 TO TIER-TRIES(10).
000407 MOVE 1000 TO TIER-RANGE(10).
000408 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 10
000409 IF (TIER-IX <= TIER-USED) OR (TIER-IX = 10)
000410 PERFORM PREPTIER
000411 END-IF
000412 END-PERFORM.
000413 GO-BACK.
000414*ONE TIER'S FIGURES. PLAYING BY HALVES, K GUESSES CAN COVER
000415*2**K - 1 NUMBERS, SO A WIN IN K GUESSES HAS ODDS OF
000416*(2**K - 1) IN THE RANGE. LUCK-K IS THE MOST GUESSES A WIN CAN
000417*TAKE AND STILL BE RARER THAN THE AUDCTL PER-MIL THRESHOLD.
000418 PREPTIER.
000419 COMPUTE TIER-INV(TIER-IX) ROUNDED = 1 / TIER-RANGE(TIER-IX).
000420 MOVE 0 TO TIER-LUCK-K(TIER-IX).
000421 MOVE 1 TO POW2.
000422 PERFORM UNTIL (TIER-LUCK-K(TIER-IX) = 30)
000423     OR (((POW2 * 2) - 1) * 1000 >
000424     LUCK-PERMIL * TIER-RANGE(TIER-IX))
000425 ADD 1 TO TIER-LUCK-K(TIER-IX)
000426 MULTIPLY 2 BY POW2
000427 END-PERFORM.
000428 MOVE 0 TO TIER-DRAWS(TIER-IX).
000429 PERFORM VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 10
000430 MOVE 0 TO TIER-BAND(TIER-IX, BAND-IX)
000431 MOVE 0 TO TIER-WIDTH(TIER-IX, BAND-IX)
000432 END-PERFORM.
000433 PERFORM VARYING DRAW-V FROM 0 BY 1
000434     UNTIL DRAW-V >= TIER-RANGE(TIER-IX)
000435 COMPUTE BAND-IX = ((DRAW-V * 10) / TIER-RANGE(TIER-IX)) + 1
000436 ADD 1 TO TIER-WIDTH(TIER-IX, BAND-IX)
000437 END-PERFORM.
000438 GO-BACK.
000439*WRITE THE REPORT'S HEADINGS.
000440 WRITEHEADER.
000441 MOVE "= SESSION INTEGRITY AUDIT =" TO REPORT-LINE.
000442 WRITE REPORT-LINE.
000443 MOVE SPACES TO REPORT-LINE.
000444 MOVE "WINDOW" TO RL-TYPE.
000445 MOVE FROM-DATE TO RL-EMPLOYEE.
000446 MOVE "TO" TO RL-OTHER.
000447 MOVE TO-DATE TO RL-DATE.
000448 WRITE REPORT-LINE.
000449 MOVE SPACES TO REPORT-LINE.
000450 WRITE REPORT-LINE.
000451 MOVE SPACES TO REPORT-LINE.
000452 MOVE "FLAG" TO RL-TYPE.
000453 MOVE "EMPLOY" TO RL-EMPLOYEE.
000454 MOVE "OTHER" TO RL-OTHER.
000455 MOVE "DATE" TO RL-DATE.
000456 MOVE "STN" TO RL-STATION.
000457 MOVE "T" TO RL-TIER.
000458 MOVE "DETAIL" TO RL-DETAIL.
000459 WRITE REPORT-LINE.
000460 GO-BACK.
000461*APPEND TO THE REVIEW FILE, CREATING IT ON FIRST USE. IF IT
000462*CANNOT BE OPENED THE FLAGS STILL PRINT, AND THE EXCEPTION LOG
000463*SAYS THE TRAINERS' COPY IS MISSING. WHAT IS ALREADY ON IT FOR
000464*THE WINDOW IS LOADED FIRST.
000465 OPENREVIEW.
000466 PERFORM LOADFILED.
000467 OPEN EXTEND REVIEW-FILE.
000468 IF IR-STATUS = "35"
000469 OPEN OUTPUT REVIEW-FILE
000470 END-IF.
000471 IF IR-STATUS = "00"
000472 SET REVIEW-OPEN TO TRUE
000473 ELSE
000474 DISPLAY "UNABLE TO OPEN INTREVW. STATUS ", IR-STATUS, "."
000475 MOVE "INTREVW" TO ERR-FILE
000476 MOVE IR-STATUS TO ERR-FILE-STATUS
000477 MOVE "E" TO ERR-SEVERITY
000478 MOVE "FLAGS ON REPORT ONLY" TO ERR-ACTION
000479 PERFORM CALLERRLOG
000480 END-IF.
000481 GO-BACK.
000482*LOAD THE KEY OF EVERY ITEM ALREADY ON INTREVW FOR A DAY IN THE
000483*WINDOW - EVERY FLAG CARRIES A DATE IN THE WINDOW, SO OLDER
000484*ONES CANNOT COME UP AGAIN. NO FILE YET MEANS NOTHING FILED.
000485 LOADFILED.
000486 OPEN INPUT REVIEW-FILE.
000487 IF IR-STATUS = "00"
000488 PERFORM UNTIL REVW-EOF
000489 READ REVIEW-FILE
000490 AT END
000491 SET REVW-EOF TO TRUE
000492 NOT AT END
000493 IF (IR-DATE >= FROM-DATE) AND (IR-DATE <= TO-DATE)
000494 PERFORM KEEPFILED
000495 END-IF
000496 END-READ
000497 END-PERFORM
000498 CLOSE REVIEW-FILE
000499 END-IF.
000500 GO-BACK.
000501*HOLD ONE FILED ITEM'S KEY, OFF THE FILE OR JUST WRITTEN.
000502 KEEPFILED.
000503 IF FILED-USED < 5000
000504 ADD 1 TO FILED-USED
000505 MOVE INTEGRITY-REVIEW-REC(7:31) TO FILED-KEY(FILED-USED)
000506 ELSE
000507 IF NOT FILED-FULL
000508 SET FILED-FULL TO TRUE
000509 MOVE "INTREVW" TO ERR-FILE
000510 MOVE "00" TO ERR-FILE-STATUS
000511 MOVE "W" TO ERR-SEVERITY
000512 MOVE "TABLE FULL, ITEMS MAY REPEAT" TO ERR-ACTION
000513 PERFORM CALLERRLOG
000514 END-IF
000515 END-IF.
000516 GO-BACK.
000517*APPEND ONE FLAGGED ITEM TO THE REVIEW FILE UNLESS IT IS ON
000518*THERE ALREADY.
000519 APPENDFLAG.
000520 MOVE RUN-DATE TO IR-RUN-DATE.
000521 MOVE "N" TO FILED-SW.
000522 PERFORM VARYING FILED-IX FROM 1 BY 1
000523     UNTIL (FILED-IX > FILED-USED) OR ALREADY-FILED
000524 IF FILED-KEY(FILED-IX) = INTEGRITY-REVIEW-REC(7:31)
000525 SET ALREADY-FILED TO TRUE
000526 END-IF
000527 END-PERFORM.
000528 IF ALREADY-FILED
000529 ADD 1 TO FLAG-REPEATS
000530 ELSE
000531 IF REVIEW-OPEN
000532 WRITE INTEGRITY-REVIEW-REC
000533 PERFORM KEEPFILED
000534 END-IF
000535 END-IF.
000536 GO-BACK.
000537*OPEN THE EMPLOYEE MASTER FOR TIER LOOKUPS. WITHOUT IT A
000538*SESSION'S TIER IS TAKEN FROM ITS TRIES ALONE.
000539 OPENEMPMAST.
000540 OPEN INPUT EMPLOYEE-MASTER-FILE.
000541 IF EM-STATUS = "00"
000542 SET EMPMAST-OPEN TO TRUE
000543 ELSE
000544 DISPLAY "EMPMAST UNAVAILABLE. TIERS FROM TRIES ONLY."
000545 END-IF.
000546 GO-BACK.
000547*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000548*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000549*CONSOLE.
000550 CALLERRLOG.
000551 CALL "ERRLOG" USING ERR-CALL-AREA
000552 ON EXCEPTION
000553 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000554     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000555 END-CALL.
000556 GO-BACK.
000557*WALK GAMERES IN KEY ORDER - EMPLOYEE, THEN DATE - JUDGING
000558*EACH SESSION IN THE WINDOW AND EACH EMPLOYEE AT THEIR BREAK,
000559*AND TALLYING EVERY DRAW INTO ITS TIER'S SPREAD.
000560 AUDITRESULTS.
000561 PERFORM UNTIL RES-EOF
000562 READ GAME-RESULTS-FILE NEXT RECORD
000563 AT END
000564 SET RES-EOF TO TRUE
000565 NOT AT END
000566 IF (GR-DATE >= FROM-DATE) AND (GR-DATE <= TO-DATE)
000567 PERFORM JUDGESESSION
000568 END-IF
000569 END-READ
000570 END-PERFORM.
000571 IF CURR-EMPLOYEE NOT = SPACES
000572 PERFORM JUDGEEMPLOYEE
000573 END-IF.
000574 GO-BACK.
000575*ONE SESSION. A WIN IN NO MORE THAN THE TIER'S LUCK-K GUESSES
000576*IS FLAGGED ON ITS OWN; A FIRST-GUESS WIN ALSO COUNTS TOWARD
000577*THE EMPLOYEE'S TOTAL, AGAINST THE CHANCE OF ONE IN THE RANGE
000578*EVERY SESSION HAD.
000579 JUDGESESSION.
000580 ADD 1 TO RESULTS-READ.
000581 IF GR-EMPLOYEE-ID NOT = CURR-EMPLOYEE
000582 IF CURR-EMPLOYEE NOT = SPACES
000583 PERFORM JUDGEEMPLOYEE
000584 END-IF
000585 MOVE GR-EMPLOYEE-ID TO CURR-EMPLOYEE
000586 PERFORM LOOKUPEMP
000587 END-IF.
000588 PERFORM FINDTIER.
000589 ADD 1 TO SESS-CT.
000590 ADD TIER-INV(TIER-SLOT) TO LAMBDA.
000591 IF GR-EXPECTED < TIER-RANGE(TIER-SLOT)
000592 COMPUTE BAND-IX =
000593     ((GR-EXPECTED * 10) / TIER-RANGE(TIER-SLOT)) + 1
000594 ADD 1 TO TIER-BAND(TIER-SLOT, BAND-IX)
000595 ADD 1 TO TIER-DRAWS(TIER-SLOT)
000596 END-IF.
000597 IF (GR-OUTCOME = "W") AND (GR-TRIES-USED > 0)
000598 IF GR-TRIES-USED = 1
000599 ADD 1 TO FIRST-CT
000600 END-IF
000601 IF GR-TRIES-USED <= TIER-LUCK-K(TIER-SLOT)
000602 PERFORM FLAGLUCKYWIN
000603 END-IF
000604 END-IF.
000605 GO-BACK.
000606*THE EMPLOYEE'S TIER ON THE MASTER, TO SETTLE WHICH TIER A
000607*SESSION WAS PLAYED ON WHEN TWO TIERS ALLOW THE SAME TRIES.
000608 LOOKUPEMP.
000609 MOVE SPACE TO EMP-TIER-WK.
000610 MOVE 0 TO SESS-CT.
000611 MOVE 0 TO FIRST-CT.
000612 MOVE 0 TO LAMBDA.
000613 IF EMPMAST-OPEN
000614 MOVE GR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
000615 READ EMPLOYEE-MASTER-FILE
000616 INVALID KEY
000617 MOVE SPACE TO EMP-TIER-WK
000618 NOT INVALID KEY
000619 MOVE EM-TIER TO EMP-TIER-WK
000620 END-READ
000621 END-IF.
000622 GO-BACK.
000623*GAMERES DOES NOT CARRY THE TIER, BUT EVERY SESSION STARTS WITH
000624*ITS TIER'S TRIES. THE EMPLOYEE'S OWN TIER WINS WHEN ITS TRIES
000625*MATCH; OTHERWISE THE FIRST TIER WITH THOSE TRIES; OTHERWISE ?.
000626 FINDTIER.
000627 MOVE 0 TO TIER-SLOT.
000628 IF EMP-TIER-WK NOT = SPACE
000629 PERFORM VARYING TIER-IX FROM 1 BY 1
000630     UNTIL (TIER-IX > TIER-USED) OR (TIER-SLOT > 0)
000631 IF (TIER-CODE(TIER-IX) = EMP-TIER-WK)
000632     AND (TIER-TRIES(TIER-IX) = GR-START-TRIES)
000633 MOVE TIER-IX TO TIER-SLOT
000634 END-IF
000635 END-PERFORM
000636 END-IF.
000637 IF TIER-SLOT = 0
000638 PERFORM VARYING TIER-IX FROM 1 BY 1
000639     UNTIL (TIER-IX > TIER-USED) OR (TIER-SLOT > 0)
000640 IF TIER-TRIES(TIER-IX) = GR-START-TRIES
000641 MOVE TIER-IX TO TIER-SLOT
000642 END-IF
000643 END-PERFORM
000644 END-IF.
000645 IF TIER-SLOT = 0
000646 MOVE 10 TO TIER-SLOT
000647 END-IF.
000648 GO-BACK.
000649*FLAG ONE SESSION WON AGAINST LONG ODDS.
000650 FLAGLUCKYWIN.
000651 MOVE 1 TO POW2.
000652 PERFORM VARYING POW-IX FROM 1 BY 1 UNTIL POW-IX > GR-TRIES-USED
000653 MULTIPLY 2 BY POW2
000654 END-PERFORM.
000655 MOVE GR-TRIES-USED TO LW-TRIES.
000656 SUBTRACT 1 FROM TIER-RANGE(TIER-SLOT) GIVING LW-MAXNUM.
000657 COMPUTE LW-ODDS = TIER-RANGE(TIER-SLOT) / (POW2 - 1).
000658 MOVE SPACES TO INTEGRITY-REVIEW-REC.
000659 MOVE "LUCKYWIN" TO IR-TYPE.
000660 MOVE GR-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
000661 MOVE GR-DATE TO IR-DATE.
000662 MOVE GR-STATION TO IR-STATION.
000663 MOVE TIER-CODE(TIER-SLOT) TO IR-TIER.
000664 MOVE LUCKYWIN-DETAIL TO IR-DETAIL.
000665 ADD 1 TO FLAG-LUCKYWIN.
000666 PERFORM WRITEFLAG.
000667 GO-BACK.
000668*JUDGE ONE EMPLOYEE'S FIRST-GUESS WINS OVER THE WINDOW. WITH
000669*LAMBDA THE NUMBER CHANCE WOULD GIVE, THE ODDS OF F OR MORE ARE
000670*NO WORSE THAN LAMBDA**F / F FACTORIAL, SO AN EMPLOYEE FLAGGED
000671*ON THAT BOUND IS AT LEAST AS UNLIKELY AS IT SAYS. ONE LUCKY
000672*DAY IS NOT A PATTERN: IT TAKES TWO.
000673 JUDGEEMPLOYEE.
000674 IF FIRST-CT > 1
000675 MOVE 1 TO BOUND
000676 PERFORM VARYING BOUND-IX FROM 1 BY 1 UNTIL BOUND-IX > FIRST-CT
000677 COMPUTE BOUND = BOUND * LAMBDA / BOUND-IX
000678 END-PERFORM
000679 IF (BOUND * 1000000) < EMP-PPM
000680 PERFORM FLAGLUCKYEMP
000681 END-IF
000682 END-IF.
000683 GO-BACK.
000684*FLAG ONE EMPLOYEE WHOSE FIRST-GUESS WINS CHANCE DOES NOT
000685*EXPLAIN.
000686 FLAGLUCKYEMP.
000687 IF BOUND > 0
000688 COMPUTE ODDS = 1 / BOUND
000689 ON SIZE ERROR
000690 MOVE 999999999 TO ODDS
000691 END-COMPUTE
000692 ELSE
000693 MOVE 999999999 TO ODDS
000694 END-IF.
000695 MOVE FIRST-CT TO LE-FIRST.
000696 MOVE SESS-CT TO LE-SESSIONS.
000697 MOVE ODDS TO LE-ODDS.
000698 MOVE SPACES TO INTEGRITY-REVIEW-REC.
000699 MOVE "LUCKYEMP" TO IR-TYPE.
000700 MOVE CURR-EMPLOYEE TO IR-EMPLOYEE-ID.
000701 MOVE TO-DATE TO IR-DATE.
000702 MOVE LUCKYEMP-DETAIL TO IR-DETAIL.
000703 ADD 1 TO FLAG-LUCKYEMP.
000704 PERFORM WRITEFLAG.
000705 GO-BACK.
000706*WRITE ONE FLAGGED ITEM TO THE REVIEW FILE AND THE REPORT.
000707 WRITEFLAG.
000708 PERFORM APPENDFLAG.
000709 MOVE SPACES TO REPORT-LINE.
000710 MOVE IR-TYPE TO RL-TYPE.
000711 MOVE IR-EMPLOYEE-ID TO RL-EMPLOYEE.
000712 MOVE IR-OTHER-ID TO RL-OTHER.
000713 MOVE IR-DATE TO RL-DATE.
000714 MOVE IR-STATION TO RL-STATION.
000715 MOVE IR-TIER TO RL-TIER.
000716 MOVE IR-DETAIL TO RL-DETAIL.
000717 WRITE REPORT-LINE.
000718 GO-BACK.
000719*GATHER GUESSHST INTO SEQUENCES AND JUDGE EACH AS IT CLOSES.
000720*NO GUESS HISTORY MEANS NO COPY OR THROWN-MATCH CHECKS, SAID ON
000721*THE REPORT RATHER THAN FAILING THE STEP.
000722 AUDITGUESSES.
000723 PERFORM VARYING OPEN-IX FROM 1 BY 1 UNTIL OPEN-IX > 50
000724 MOVE SPACES TO OS-EMPLOYEE(OPEN-IX)
000725 END-PERFORM.
000726 OPEN INPUT GUESS-HIST-FILE.
000727 IF GH-STATUS = "00"
000728 PERFORM UNTIL HIST-EOF
000729 READ GUESS-HIST-FILE
000730 AT END
000731 SET HIST-EOF TO TRUE
000732 NOT AT END
000733 IF (GH-DATE >= FROM-DATE) AND (GH-DATE <= TO-DATE)
000734 ADD 1 TO GUESSES-READ
000735 PERFORM TAKEGUESS
000736 END-IF
000737 END-READ
000738 END-PERFORM
000739 CLOSE GUESS-HIST-FILE
000740 PERFORM VARYING OPEN-IX FROM 1 BY 1 UNTIL OPEN-IX > 50
000741 IF OS-EMPLOYEE(OPEN-IX) NOT = SPACES
000742 MOVE OPEN-IX TO OPEN-SLOT
000743 PERFORM CLOSESEQUENCE
000744 END-IF
000745 END-PERFORM
000746 ELSE
000747 MOVE SPACES TO REPORT-LINE
000748 MOVE "GUESSHST UNAVAILABLE - NO COPY OR THROWN-MATCH CHECKS"
000749     TO REPORT-LINE
000750 WRITE REPORT-LINE
000751 END-IF.
000752 GO-BACK.
000753*ADD ONE GUESS TO ITS EMPLOYEE'S OPEN SEQUENCE ON THE STATION.
000754*GUESS 1 STARTS A NEW SEQUENCE, CLOSING ANY LEFT OPEN THERE.
000755 TAKEGUESS.
000756 MOVE 0 TO OPEN-SLOT.
000757 PERFORM VARYING OPEN-IX FROM 1 BY 1
000758     UNTIL (OPEN-IX > 50) OR (OPEN-SLOT > 0)
000759 IF (OS-EMPLOYEE(OPEN-IX) = GH-EMPLOYEE-ID)
000760     AND (OS-STATION(OPEN-IX) = GH-STATION)
000761 MOVE OPEN-IX TO OPEN-SLOT
000762 END-IF
000763 END-PERFORM.
000764 IF OPEN-SLOT > 0
000765 IF (GH-SEQ = 1) OR (GH-DATE NOT = OS-DATE(OPEN-SLOT))
000766 PERFORM CLOSESEQUENCE
000767 MOVE 0 TO OPEN-SLOT
000768 END-IF
000769 END-IF.
000770 IF OPEN-SLOT = 0
000771 PERFORM STARTSEQUENCE
000772 END-IF.
000773 IF (GH-GUESS < OS-LOW(OPEN-SLOT))
000774     OR (GH-GUESS > OS-HIGH(OPEN-SLOT))
000775 ADD 1 TO OS-CONTRARY(OPEN-SLOT)
000776 END-IF.
000777 IF (GH-HINT = "B") AND (GH-GUESS >= OS-LOW(OPEN-SLOT))
000778 ADD 1 TO GH-GUESS GIVING OS-LOW(OPEN-SLOT)
000779 END-IF.
000780 IF (GH-HINT = "S") AND (GH-GUESS <= OS-HIGH(OPEN-SLOT))
000781 SUBTRACT 1 FROM GH-GUESS GIVING OS-HIGH(OPEN-SLOT)
000782 END-IF.
000783 IF OS-COUNT(OPEN-SLOT) < 30
000784 ADD 1 TO OS-COUNT(OPEN-SLOT)
000785 MOVE GH-GUESS TO OS-GUESS(OPEN-SLOT, OS-COUNT(OPEN-SLOT))
000786 END-IF.
000787 GO-BACK.
000788*OPEN A NEW SEQUENCE IN A FREE SLOT. WITH ALL 50 IN USE THE
000789*OLDEST IS CLOSED TO MAKE ROOM - A SEQUENCE THAT OLD IS DONE.
000790*THE TIME OF THE FIRST GUESS STANDS FOR THE SESSION; RECORDS
000791*FROM BEFORE GH-TIME WAS KEPT ARE UNTIMED.
000792 STARTSEQUENCE.
000793 PERFORM VARYING OPEN-IX FROM 1 BY 1
000794     UNTIL (OPEN-IX > 50) OR (OPEN-SLOT > 0)
000795 IF OS-EMPLOYEE(OPEN-IX) = SPACES
000796 MOVE OPEN-IX TO OPEN-SLOT
000797 END-IF
000798 END-PERFORM.
000799 IF OPEN-SLOT = 0
000800 MOVE 1 TO OPEN-SLOT
000801 PERFORM VARYING OPEN-IX FROM 2 BY 1 UNTIL OPEN-IX > 50
000802 IF OS-ORDER(OPEN-IX) < OS-ORDER(OPEN-SLOT)
000803 MOVE OPEN-IX TO OPEN-SLOT
000804 END-IF
000805 END-PERFORM
000806 PERFORM CLOSESEQUENCE
000807 END-IF.
000808 ADD 1 TO OPEN-ORDER.
000809 MOVE GH-EMPLOYEE-ID TO OS-EMPLOYEE(OPEN-SLOT).
000810 MOVE GH-STATION TO OS-STATION(OPEN-SLOT).
000811 MOVE GH-DATE TO OS-DATE(OPEN-SLOT).
000812 MOVE OPEN-ORDER TO OS-ORDER(OPEN-SLOT).
000813 MOVE 0 TO OS-COUNT(OPEN-SLOT).
000814 MOVE 0 TO OS-LOW(OPEN-SLOT).
000815 MOVE 999 TO OS-HIGH(OPEN-SLOT).
000816 MOVE 0 TO OS-CONTRARY(OPEN-SLOT).
000817 MOVE ZEROS TO OS-GUESSES(OPEN-SLOT).
000818 IF GH-TIME IS NUMERIC
000819 MOVE GH-TIME TO TIME-SPLIT
000820 COMPUTE OS-MINUTE(OPEN-SLOT) = (TS-HH * 60) + TS-MM
000821 MOVE "Y" TO OS-TIMED(OPEN-SLOT)
000822 ELSE
000823 MOVE 0 TO OS-MINUTE(OPEN-SLOT)
000824 MOVE "N" TO OS-TIMED(OPEN-SLOT)
000825 END-IF.
000826 GO-BACK.
000827*A SEQUENCE IS FINISHED. KEEP IT FOR THE CHALLENGE PASS IF ITS
000828*PLAYER GUESSED AGAINST THEIR OWN HINTS, COMPARE IT WITH THE
000829*RECENT SEQUENCES, THEN HOLD IT WITH THEM AND FREE THE SLOT.
000830*ONE SHORTER THAN THE AUDCTL GUESS COUNT CAN NEVER MATCH, SO
000831*IT IS NOT HELD.
000832 CLOSESEQUENCE.
000833 IF OS-CONTRARY(OPEN-SLOT) > 0
000834 PERFORM KEEPCONTRARY
000835 END-IF.
000836 IF OS-COUNT(OPEN-SLOT) >= COPY-GUESSES
000837 PERFORM DROPSTALE
000838 PERFORM VARYING RECENT-IX FROM 1 BY 1
000839     UNTIL RECENT-IX > RECENT-USED
000840 PERFORM COMPARESEQUENCE
000841 END-PERFORM
000842 PERFORM KEEPRECENT
000843 END-IF.
000844 MOVE SPACES TO OS-EMPLOYEE(OPEN-SLOT).
000845 GO-BACK.
000846*DROP THE HELD SEQUENCES NOTHING CAN MATCH ANY MORE. GUESSHST
000847*IS IN TIME ORDER, SO NO SEQUENCE STILL TO START BEGINS BEFORE
000848*THE EARLIEST OPEN ONE: A HELD SEQUENCE FROM AN EARLIER DAY,
000849*OR TIMED AND MORE THAN THE AUDCTL MINUTES BEFORE THAT START,
000850*IS DONE WITH. THE ONES KEPT CLOSE UP TOWARD THE FRONT.
000851 DROPSTALE.
000852 MOVE OS-DATE(OPEN-SLOT) TO FLOOR-DATE.
000853 MOVE OS-MINUTE(OPEN-SLOT) TO FLOOR-MINUTE.
000854 PERFORM VARYING FLOOR-IX FROM 1 BY 1 UNTIL FLOOR-IX > 50
000855 IF (OS-EMPLOYEE(FLOOR-IX) NOT = SPACES)
000856     AND ((OS-DATE(FLOOR-IX) < FLOOR-DATE)
000857     OR ((OS-DATE(FLOOR-IX) = FLOOR-DATE)
000858     AND (OS-MINUTE(FLOOR-IX) < FLOOR-MINUTE)))
000859 MOVE OS-DATE(FLOOR-IX) TO FLOOR-DATE
000860 MOVE OS-MINUTE(FLOOR-IX) TO FLOOR-MINUTE
000861 END-IF
000862 END-PERFORM.
000863 MOVE 0 TO RECENT-KEEP.
000864 PERFORM VARYING RECENT-IX FROM 1 BY 1
000865     UNTIL RECENT-IX > RECENT-USED
000866 IF (RG-DATE(RECENT-IX) > FLOOR-DATE)
000867     OR ((RG-DATE(RECENT-IX) = FLOOR-DATE)
000868     AND ((RG-TIMED(RECENT-IX) NOT = "Y")
000869     OR (RG-MINUTE(RECENT-IX) + COPY-MINUTES >= FLOOR-MINUTE)))
000870 ADD 1 TO RECENT-KEEP
000871 IF RECENT-KEEP < RECENT-IX
000872 MOVE RECENT-ENTRY(RECENT-IX) TO RECENT-ENTRY(RECENT-KEEP)
000873 END-IF
000874 END-IF
000875 END-PERFORM.
000876 MOVE RECENT-KEEP TO RECENT-USED.
000877 GO-BACK.
000878*HOLD THE SEQUENCE JUST CLOSED FOR THE ONES STILL TO COME.
000879 KEEPRECENT.
000880 IF RECENT-USED < 500
000881 ADD 1 TO RECENT-USED
000882 MOVE OS-EMPLOYEE(OPEN-SLOT) TO RG-EMPLOYEE(RECENT-USED)
000883 MOVE OS-STATION(OPEN-SLOT) TO RG-STATION(RECENT-USED)
000884 MOVE OS-DATE(OPEN-SLOT) TO RG-DATE(RECENT-USED)
000885 MOVE OS-MINUTE(OPEN-SLOT) TO RG-MINUTE(RECENT-USED)
000886 MOVE OS-TIMED(OPEN-SLOT) TO RG-TIMED(RECENT-USED)
000887 MOVE OS-COUNT(OPEN-SLOT) TO RG-COUNT(RECENT-USED)
000888 MOVE OS-GUESSES(OPEN-SLOT) TO RG-GUESSES(RECENT-USED)
000889 ELSE
000890 IF NOT RECENT-FULL
000891 SET RECENT-FULL TO TRUE
000892 MOVE "GUESSHST" TO ERR-FILE
000893 MOVE "00" TO ERR-FILE-STATUS
000894 MOVE "W" TO ERR-SEVERITY
000895 MOVE "TABLE FULL, COPIES UNCHECKED" TO ERR-ACTION
000896 PERFORM CALLERRLOG
000897 END-IF
000898 END-IF.
000899 GO-BACK.
000900*SAME STATION, SAME DAY, ANOTHER EMPLOYEE, THE SAME GUESSES IN
000901*THE SAME ORDER. WHEN BOTH ARE TIMED THEY MUST ALSO FALL WITHIN
000902*THE AUDCTL MINUTES. TWO TRAINEES HALVING TOWARD THE SAME DRAW
000903*CAN MATCH HONESTLY, WHICH IS WHY THIS GOES TO A TRAINER.
000904 COMPARESEQUENCE.
000905 IF (RG-STATION(RECENT-IX) = OS-STATION(OPEN-SLOT))
000906     AND (RG-DATE(RECENT-IX) = OS-DATE(OPEN-SLOT))
000907     AND (RG-EMPLOYEE(RECENT-IX) NOT = OS-EMPLOYEE(OPEN-SLOT))
000908     AND (RG-COUNT(RECENT-IX) = OS-COUNT(OPEN-SLOT))
000909     AND (RG-GUESSES(RECENT-IX) = OS-GUESSES(OPEN-SLOT))
000910 IF (RG-TIMED(RECENT-IX) = "Y") AND (OS-TIMED(OPEN-SLOT) = "Y")
000911 IF RG-MINUTE(RECENT-IX) > OS-MINUTE(OPEN-SLOT)
000912 SUBTRACT OS-MINUTE(OPEN-SLOT) FROM RG-MINUTE(RECENT-IX)
000913     GIVING GAP-MINUTES
000914 ELSE
000915 SUBTRACT RG-MINUTE(RECENT-IX) FROM OS-MINUTE(OPEN-SLOT)
000916     GIVING GAP-MINUTES
000917 END-IF
000918 IF GAP-MINUTES <= COPY-MINUTES
000919 MOVE GAP-MINUTES TO GT-MINUTES
000920 MOVE GAP-TEXT TO CS-GAP
000921 PERFORM FLAGCOPYSEQ
000922 END-IF
000923 ELSE
000924 MOVE " TIME NOT ON FILE" TO CS-GAP
000925 PERFORM FLAGCOPYSEQ
000926 END-IF
000927 END-IF.
000928 GO-BACK.
000929*FLAG ONE PAIR OF MATCHING SEQUENCES.
000930 FLAGCOPYSEQ.
000931 MOVE OS-COUNT(OPEN-SLOT) TO CS-COUNT.
000932 MOVE SPACES TO INTEGRITY-REVIEW-REC.
000933 MOVE "COPYSEQ" TO IR-TYPE.
000934 MOVE OS-EMPLOYEE(OPEN-SLOT) TO IR-EMPLOYEE-ID.
000935 MOVE RG-EMPLOYEE(RECENT-IX) TO IR-OTHER-ID.
000936 MOVE OS-DATE(OPEN-SLOT) TO IR-DATE.
000937 MOVE OS-STATION(OPEN-SLOT) TO IR-STATION.
000938 MOVE COPYSEQ-DETAIL TO IR-DETAIL.
000939 ADD 1 TO FLAG-COPYSEQ.
000940 PERFORM WRITEFLAG.
000941 GO-BACK.
000942*KEEP A SEQUENCE WITH GUESSES AGAINST ITS OWN HINTS FOR THE
000943*CHALLENGE PASS. PAST THE TABLE, LATER ONES GO UNCHECKED AND
000944*THE EXCEPTION LOG SAYS SO ONCE.
000945 KEEPCONTRARY.
000946 IF CONTRA-USED < 500
000947 ADD 1 TO CONTRA-USED
000948 MOVE OS-EMPLOYEE(OPEN-SLOT) TO CT-EMPLOYEE(CONTRA-USED)
000949 MOVE OS-STATION(OPEN-SLOT) TO CT-STATION(CONTRA-USED)
000950 MOVE OS-DATE(OPEN-SLOT) TO CT-DATE(CONTRA-USED)
000951 MOVE OS-CONTRARY(OPEN-SLOT) TO CT-CONTRARY(CONTRA-USED)
000952 ELSE
000953 IF NOT CONTRA-FULL
000954 SET CONTRA-FULL TO TRUE
000955 MOVE "GUESSHST" TO ERR-FILE
000956 MOVE "00" TO ERR-FILE-STATUS
000957 MOVE "W" TO ERR-SEVERITY
000958 MOVE "TABLE FULL, MATCHES UNCHECKED" TO ERR-ACTION
000959 PERFORM CALLERRLOG
000960 END-IF
000961 END-IF.
000962 GO-BACK.
000963*CHECK EVERY DECIDED CHALLENGE MATCH IN THE WINDOW: A LOSER WHO
000964*GUESSED AGAINST THEIR OWN HINTS THAT DAY ON THAT STATION AT
000965*LEAST THE AUDCTL NUMBER OF TIMES IS FLAGGED AS A THROWN MATCH.
000966 AUDITCHALLENGES.
000967 OPEN INPUT CHALLENGE-RESULTS-FILE.
000968 IF CL-STATUS = "00"
000969 PERFORM UNTIL CHAL-EOF
000970 READ CHALLENGE-RESULTS-FILE
000971 AT END
000972 SET CHAL-EOF TO TRUE
000973 NOT AT END
000974 IF (CH-DATE >= FROM-DATE) AND (CH-DATE <= TO-DATE)
000975     AND (CH-WINNER NOT = SPACES)
000976 ADD 1 TO MATCHES-READ
000977 PERFORM JUDGEMATCH
000978 END-IF
000979 END-READ
000980 END-PERFORM
000981 CLOSE CHALLENGE-RESULTS-FILE
000982 END-IF.
000983 GO-BACK.
000984*ONE MATCH: FIND THE LOSER'S WORST SEQUENCE THAT DAY THERE.
000985 JUDGEMATCH.
000986 IF CH-WINNER = CH-EMPLOYEE-1
000987 MOVE CH-EMPLOYEE-2 TO LOSER-ID
000988 ELSE
000989 MOVE CH-EMPLOYEE-1 TO LOSER-ID
000990 END-IF.
000991 MOVE 0 TO WORST-CONTRARY.
000992 PERFORM VARYING CONTRA-IX FROM 1 BY 1
000993     UNTIL CONTRA-IX > CONTRA-USED
000994 IF (CT-EMPLOYEE(CONTRA-IX) = LOSER-ID)
000995     AND (CT-DATE(CONTRA-IX) = CH-DATE)
000996     AND (CT-STATION(CONTRA-IX) = CH-STATION)
000997     AND (CT-CONTRARY(CONTRA-IX) > WORST-CONTRARY)
000998 MOVE CT-CONTRARY(CONTRA-IX) TO WORST-CONTRARY
000999 END-IF
001000 END-PERFORM.
001001 IF WORST-CONTRARY >= THROW-CONTRARY
001002 MOVE WORST-CONTRARY TO TD-CONTRARY
001003 MOVE SPACES TO INTEGRITY-REVIEW-REC
001004 MOVE "THROWN" TO IR-TYPE
001005 MOVE LOSER-ID TO IR-EMPLOYEE-ID
001006 MOVE CH-WINNER TO IR-OTHER-ID
001007 MOVE CH-DATE TO IR-DATE
001008 MOVE CH-STATION TO IR-STATION
001009 MOVE THROWN-DETAIL TO IR-DETAIL
001010 ADD 1 TO FLAG-THROWN
001011 PERFORM WRITEFLAG
001012 END-IF.
001013 GO-BACK.
001014*HOW THE DRAWS SPREAD OVER EACH TIER'S RANGE, IN TENTHS. A FAIR
001015*DRAW FILLS EACH TENTH IN PROPORTION TO ITS WIDTH; THE
001016*CHI-SQUARE FIGURE MEASURES HOW FAR THE COUNTS STRAY FROM THAT.
001017*IT IS ONLY JUDGED ONCE THERE ARE 50 DRAWS - FIVE A TENTH -
001018*AND AN ALERT GOES OUT WHEN IT PASSES THE AUDCTL LIMIT.
001019 SPREADSECTION.
001020 MOVE SPACES TO REPORT-LINE.
001021 WRITE REPORT-LINE.
001022 MOVE "= DRAW SPREAD BY TIER, IN TENTHS OF THE RANGE =" TO
001023     REPORT-LINE.
001024 WRITE REPORT-LINE.
001025 MOVE "T  RANGE   DRAWS" TO REPORT-LINE.
001026 MOVE "CHI-SQ" TO REPORT-LINE(82:6).
001027 WRITE REPORT-LINE.
001028 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 10
001029 IF TIER-DRAWS(TIER-IX) > 0
001030 PERFORM SPREADLINE
001031 END-IF
001032 END-PERFORM.
001033 GO-BACK.
001034*ONE TIER'S SPREAD LINE, WITH THE ALERT WHEN IT IS SKEWED.
001035 SPREADLINE.
001036 MOVE 0 TO CHI-SQ.
001037 PERFORM VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 10
001038 IF TIER-WIDTH(TIER-IX, BAND-IX) > 0
001039 COMPUTE EXPECT-CT ROUNDED = TIER-DRAWS(TIER-IX)
001040     * TIER-WIDTH(TIER-IX, BAND-IX) / TIER-RANGE(TIER-IX)
001041 COMPUTE DIFF-WK = TIER-BAND(TIER-IX, BAND-IX) - EXPECT-CT
001042 COMPUTE CHI-SQ ROUNDED = CHI-SQ
001043     + ((DIFF-WK * DIFF-WK) / EXPECT-CT)
001044 ON SIZE ERROR
001045 MOVE 9999999.99 TO CHI-SQ
001046 END-COMPUTE
001047 END-IF
001048 END-PERFORM.
001049 MOVE SPACES TO REPORT-LINE.
001050 MOVE TIER-CODE(TIER-IX) TO RL-SP-TIER.
001051 MOVE TIER-RANGE(TIER-IX) TO RL-SP-RANGE.
001052 MOVE TIER-DRAWS(TIER-IX) TO RL-SP-DRAWS.
001053 PERFORM VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 10
001054 MOVE TIER-BAND(TIER-IX, BAND-IX) TO RL-SP-BAND(BAND-IX)
001055 END-PERFORM.
001056 MOVE CHI-SQ TO RL-SP-CHI.
001057 IF TIER-DRAWS(TIER-IX) < 50
001058 MOVE "TOO FEW DRAWS" TO RL-SP-ALERT
001059 ELSE
001060 IF CHI-SQ > SKEW-LIMIT
001061 MOVE "*** SKEWED ***" TO RL-SP-ALERT
001062 ELSE
001063 MOVE "EVEN" TO RL-SP-ALERT
001064 END-IF
001065 END-IF.
001066 WRITE REPORT-LINE.
001067 IF (TIER-DRAWS(TIER-IX) >= 50) AND (CHI-SQ > SKEW-LIMIT)
001068 PERFORM FLAGDRAWSKEW
001069 END-IF.
001070 GO-BACK.
001071*FLAG ONE TIER'S SKEWED DRAW FOR REVIEW AND ON THE EXCEPTION
001072*LOG - A SKEWED DRAW IS THE KIOSK'S FAULT, NOT A TRAINEE'S.
001073 FLAGDRAWSKEW.
001074 MOVE CHI-SQ TO SD-CHI.
001075 MOVE SKEW-LIMIT TO SD-LIMIT.
001076 MOVE TIER-DRAWS(TIER-IX) TO SD-DRAWS.
001077 MOVE SPACES TO INTEGRITY-REVIEW-REC.
001078 MOVE "DRAWSKEW" TO IR-TYPE.
001079 MOVE TO-DATE TO IR-DATE.
001080 MOVE TIER-CODE(TIER-IX) TO IR-TIER.
001081 MOVE SKEW-DETAIL TO IR-DETAIL.
001082 ADD 1 TO FLAG-DRAWSKEW.
001083 PERFORM APPENDFLAG.
001084 MOVE "GAMERES" TO ERR-FILE.
001085 MOVE "00" TO ERR-FILE-STATUS.
001086 MOVE "W" TO ERR-SEVERITY.
001087 MOVE "DRAW SKEWED ON TIER" TO ERR-ACTION.
001088 MOVE TIER-CODE(TIER-IX) TO ERR-ACTION(21:1).
001089 PERFORM CALLERRLOG.
001090 GO-BACK.
001091*CONTROL TOTALS TO THE REPORT AND THE JOB LOG.
001092 WRITETOTALS.
001093 MOVE SPACES TO REPORT-LINE.
001094 WRITE REPORT-LINE.
001095 MOVE "= ITEMS FLAGGED FOR REVIEW =" TO REPORT-LINE.
001096 WRITE REPORT-LINE.
001097 MOVE SPACES TO REPORT-LINE.
001098 MOVE "LUCKYWIN" TO RL-TYPE.
001099 MOVE FLAG-LUCKYWIN TO RL-EMPLOYEE.
001100 WRITE REPORT-LINE.
001101 MOVE "LUCKYEMP" TO RL-TYPE.
001102 MOVE FLAG-LUCKYEMP TO RL-EMPLOYEE.
001103 WRITE REPORT-LINE.
001104 MOVE "COPYSEQ" TO RL-TYPE.
001105 MOVE FLAG-COPYSEQ TO RL-EMPLOYEE.
001106 WRITE REPORT-LINE.
001107 MOVE "THROWN" TO RL-TYPE.
001108 MOVE FLAG-THROWN TO RL-EMPLOYEE.
001109 WRITE REPORT-LINE.
001110 MOVE "DRAWSKEW" TO RL-TYPE.
001111 MOVE FLAG-DRAWSKEW TO RL-EMPLOYEE.
001112 WRITE REPORT-LINE.
001113 MOVE "REPEATS" TO RL-TYPE.
001114 MOVE FLAG-REPEATS TO RL-EMPLOYEE.
001115 MOVE "ALREADY ON INTREVW, NOT APPENDED AGAIN" TO RL-DETAIL.
001116 WRITE REPORT-LINE.
001117 DISPLAY "SESSIONS AUDITED:   ", RESULTS-READ.
001118 DISPLAY "GUESSES AUDITED:    ", GUESSES-READ.
001119 DISPLAY "MATCHES AUDITED:    ", MATCHES-READ.
001120 DISPLAY "LUCKY SESSIONS:     ", FLAG-LUCKYWIN.
001121 DISPLAY "LUCKY EMPLOYEES:    ", FLAG-LUCKYEMP.
001122 DISPLAY "COPIED SEQUENCES:   ", FLAG-COPYSEQ.
001123 DISPLAY "THROWN MATCHES:     ", FLAG-THROWN.
001124 DISPLAY "SKEWED TIERS:       ", FLAG-DRAWSKEW.
001125 DISPLAY "ALREADY ON INTREVW: ", FLAG-REPEATS.
001126 GO-BACK.
