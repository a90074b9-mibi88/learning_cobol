000026* TABLE SINCE BRANCHES OF ONE REGION ARE NOT CONTIGUOUS IN
000027* KEY ORDER; A BRANCH OFF THE MASTER SHOWS *NOT ON MASTER*
000028* AND ROLLS UP UNDER REGION ??.
000029*10/15/26 MIBI88 - A SESSION NOW COUNTS FOR THE BRANCH THE
000030* EMPLOYEE BELONGED TO ON GR-DATE, ASKED OF BRHIST AGAINST THE
000031* EMPBRHST BRANCH HISTORY, INSTEAD OF THE ID PREFIX - SO A
000032* TRANSFEREE'S OLD SESSIONS STAY WITH THE OLD BRANCH. ONE
000033* EMPLOYEE'S SESSIONS CAN NOW FALL IN TWO BRANCHES, SO BRANCHES
000034* ACCUMULATE IN A TABLE LIKE THE STATIONS AND PRINT AS A BRANCH
000035* SECTION AFTER THE EMPLOYEE LINES, IN BRANCH CODE ORDER. A
000036* BRANCH HISTORY TOO BIG FOR BRHIST TO LOAD IS CALLED OUT ON
000037* THE REPORT AND ENDS THE RUN RC 8.
000038 ENVIRONMENT DIVISION.
000039 CONFIGURATION SECTION.
000040 SOURCE-COMPUTER. GNUCOBOL.
000041 OBJECT-COMPUTER. GNUCOBOL.
000042 INPUT-OUTPUT SECTION.
000043 FILE-CONTROL.
000044 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000045 ORGANIZATION INDEXED
000046 ACCESS SEQUENTIAL
000047 RECORD KEY IS GR-KEY
000048 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000049 FILE STATUS IS GR-STATUS.
000050 SELECT REPORT-FILE ASSIGN "GRPTOUT"
000051 ORGANIZATION LINE SEQUENTIAL
000052 FILE STATUS IS RPT-STATUS.
000053 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000054 ORGANIZATION INDEXED
000055 ACCESS RANDOM
000056 RECORD KEY IS EM-EMPLOYEE-ID
000057 FILE STATUS IS EM-STATUS.
000058 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000059 ORGANIZATION LINE SEQUENTIAL
000060 FILE STATUS IS BM-STATUS.
000061
000062 DATA DIVISION.
000063 FILE SECTION.
000064 FD GAME-RESULTS-FILE.
000065 COPY "gameres.cpy".
000066 FD REPORT-FILE.
000067 01 REPORT-LINE.
000068 02 RL-TYPE PIC X(08).
000069 02 FILLER PIC X(02) VALUE SPACES.
000070 02 RL-KEY PIC X(06).
000071 02 FILLER PIC X(03) VALUE SPACES.
000072 02 RL-SESSIONS PIC ZZZZ9.
000073 02 FILLER PIC X(03) VALUE SPACES.
000074 02 RL-WINS PIC ZZZZ9.
000075 02 FILLER PIC X(03) VALUE SPACES.
000076 02 RL-WINRATE PIC ZZ9.9.
000077 02 RL-PCT PIC X(01).
000078 02 FILLER PIC X(03) VALUE SPACES.
000079 02 RL-AVGTRIES PIC Z9.9.
000080 02 FILLER PIC X(03) VALUE SPACES.
000081 02 RL-NAME PIC X(20).
000082 FD EMPLOYEE-MASTER-FILE.
000083 COPY "empmast.cpy".
000084 FD BRANCH-MASTER-FILE.
000085 COPY "brnchmst.cpy".
000086 WORKING-STORAGE SECTION.
000087 01 RPT-STATUS PIC X(02).
000088 01 GR-STATUS PIC X(02).
000089 01 EM-STATUS PIC X(02).
000090 01 EMPMAST-OPEN-SW PIC X(01) VALUE "N".
000091 88 EMPMAST-OPEN VALUE "Y".
000092 01 EMP-NAME-WK PIC X(20) VALUE SPACES.
000093 01 RESULTS-EOF-SW PIC X(01) VALUE "N".
000094 88 RESULTS-EOF VALUE "Y".
000095 01 CURR-EMPLOYEE PIC X(06) VALUE SPACES.
000096 01 CURR-BRANCH PIC X(02) VALUE SPACES.
000097 01 EMP-SESSIONS PIC 9(05) VALUE 0.
000098 01 EMP-WINS PIC 9(05) VALUE 0.
000099 01 EMP-TRIES-TOTAL PIC 9(07) VALUE 0.
000100 01 BR-SESSIONS PIC 9(07) VALUE 0.
000101 01 BR-WINS PIC 9(07) VALUE 0.
000102 01 BR-TRIES-TOTAL PIC 9(09) VALUE 0.
000103 01 BRS-TABLE.
000104 02 BRS-ENTRY OCCURS 50 TIMES.
000105 03 BRS-ID PIC X(02).
000106 03 BRS-SESSIONS PIC 9(07).
000107 03 BRS-WINS PIC 9(07).
000108 03 BRS-TRIES-TOTAL PIC 9(09).
000109 01 BRS-USED PIC 9(02) VALUE 0.
000110 01 BRS-IX PIC 9(02).
000111 01 BRS-SLOT PIC 9(02).
000112 01 BRS-JX PIC 9(02).
000113 01 BRS-SORT-END PIC 9(02).
000114 01 BRS-HOLD PIC X(25).
000115 01 TOT-SESSIONS PIC 9(07) VALUE 0.
000116 01 TOT-WINS PIC 9(07) VALUE 0.
000117 01 TOT-TRIES-TOTAL PIC 9(09) VALUE 0.
000118 01 WK-WINRATE PIC 999V9.
000119 01 WK-AVGTRIES PIC 99V9.
000120 01 STN-TABLE.
000121 02 STN-ENTRY OCCURS 10 TIMES.
000122 03 STN-ID PIC X(04).
000123 03 STN-SESSIONS PIC 9(07).
000124 03 STN-WINS PIC 9(07).
000125 03 STN-TRIES-TOTAL PIC 9(09).
000126 01 STN-USED PIC 9(02) VALUE 0.
000127 01 STN-IX PIC 9(02).
000128 01 STN-SLOT PIC 9(02).
000129 01 BM-STATUS PIC X(02).
000130 01 BM-EOF-SW PIC X(01) VALUE "N".
000131 88 BM-EOF VALUE "Y".
000132 01 BRANCH-TABLE.
000133 02 BRANCH-ENTRY OCCURS 50 TIMES.
000134 03 BT-BRANCH PIC X(02).
000135 03 BT-NAME PIC X(20).
000136 03 BT-REGION PIC X(02).
000137 01 BRANCH-USED PIC 9(02) VALUE 0.
000138 01 BRANCH-IX PIC 9(02).
000139 01 BRANCH-SLOT PIC 9(02).
000140 01 BR-NAME-WK PIC X(20).
000141 01 BR-REGION-WK PIC X(02).
000142 01 REG-TABLE.
000143 02 REG-ENTRY OCCURS 10 TIMES.
000144 03 REG-ID PIC X(02).
000145 03 REG-SESSIONS PIC 9(07).
000146 03 REG-WINS PIC 9(07).
000147 03 REG-TRIES-TOTAL PIC 9(09).
000148 01 REG-USED PIC 9(02) VALUE 0.
000149 01 REG-IX PIC 9(02).
000150 01 REG-SLOT PIC 9(02).
000151 COPY "errlink.cpy".
000152 01 BRH-SHORT-SW PIC X(01) VALUE "N".
000153 88 BRH-SHORT VALUE "Y".
000154 COPY "brhlink.cpy".
000155 PROCEDURE DIVISION.
000156
000157 MAIN.
000158 MOVE "MORLSRPT" TO ERR-PROGRAM.
000159 MOVE "MORLSRPT" TO BRH-PROGRAM.
000160 OPEN OUTPUT REPORT-FILE.
000161 IF RPT-STATUS NOT = "00"
000162 DISPLAY "UNABLE TO OPEN GRPTOUT. ENDING REPORT RUN."
000163 MOVE "GRPTOUT" TO ERR-FILE
000164 MOVE RPT-STATUS TO ERR-FILE-STATUS
000165 MOVE "E" TO ERR-SEVERITY
000166 MOVE "REPORT RUN ENDED" TO ERR-ACTION
000167 PERFORM CALLERRLOG
000168 STOP RUN
000169 END-IF.
000170 PERFORM WRITEHEADER.
000171 PERFORM OPENEMPMAST.
000172 PERFORM LOADBRANCHES.
000173 PERFORM READRESULTS.
000174 PERFORM CLOSEEMPMAST.
000175 PERFORM WARNSHORT.
000176 CLOSE REPORT-FILE.
000177 STOP RUN.
000178*OPEN THE EMPLOYEE MASTER FOR NAME LOOKUPS. IF IT IS MISSING THE
000179*REPORT STILL RUNS, JUST WITH THE NAME COLUMN BLANK.
000180 OPENEMPMAST.
000181 OPEN INPUT EMPLOYEE-MASTER-FILE.
000182 IF EM-STATUS = "00"
000183 SET EMPMAST-OPEN TO TRUE
000184 ELSE
000185 MOVE "EMPMAST" TO ERR-FILE
000186 MOVE EM-STATUS TO ERR-FILE-STATUS
000187 MOVE "W" TO ERR-SEVERITY
000188 MOVE "NAME COLUMN LEFT BLANK" TO ERR-ACTION
000189 PERFORM CALLERRLOG
000190 END-IF.
000191 GO-BACK.
000192*CLOSE THE EMPLOYEE MASTER IF THE LOOKUP OPEN SUCCEEDED.
000193 CLOSEEMPMAST.
000194 IF EMPMAST-OPEN
000195 CLOSE EMPLOYEE-MASTER-FILE
000196 END-IF.
000197 GO-BACK.
000198*WRITE THE REPORT'S COLUMN HEADINGS.
000199 WRITEHEADER.
000200 MOVE "= MOREORLESS DAILY PARTICIPATION / WIN-RATE REPORT ="
000201 TO REPORT-LINE.
000202 WRITE REPORT-LINE.
000203 MOVE SPACES TO REPORT-LINE.
000204 WRITE REPORT-LINE.
000205 MOVE SPACES TO REPORT-LINE.
000206 MOVE "TYPE" TO RL-TYPE.
000207 MOVE "KEY" TO RL-KEY.
000208 MOVE "NAME" TO RL-NAME.
000209 WRITE REPORT-LINE.
000210 GO-BACK.
000211*DRIVE GAME-RESULTS STRAIGHT THROUGH IN KEY ORDER - EMPLOYEE,
000212*THEN DATE, THEN SESSION SEQUENCE - BREAKING ON EMPLOYEE. IF
000213*THE FILE IS MISSING THE REPORT STILL PRINTS ITS (EMPTY) GRAND
000214*TOTAL.
000215 READRESULTS.
000216 OPEN INPUT GAME-RESULTS-FILE.
000217 IF GR-STATUS = "00"
000218 PERFORM UNTIL RESULTS-EOF
000219 READ GAME-RESULTS-FILE NEXT RECORD
000220 AT END
000221 SET RESULTS-EOF TO TRUE
000222 NOT AT END
000223 PERFORM HANDLE-RECORD
000224 END-READ
000225 END-PERFORM
000226 CLOSE GAME-RESULTS-FILE
000227 ELSE
000228 DISPLAY "GAME-RESULTS UNAVAILABLE. REPORTING NOTHING."
000229 MOVE "GAMERES" TO ERR-FILE
000230 MOVE GR-STATUS TO ERR-FILE-STATUS
000231 MOVE "W" TO ERR-SEVERITY
000232 MOVE "EMPTY REPORT PRINTED" TO ERR-ACTION
000233 PERFORM CALLERRLOG
000234 END-IF.
000235 IF CURR-EMPLOYEE NOT = SPACES
000236 PERFORM EMPTOTALS
000237 END-IF.
000238 PERFORM BRANCHSECTION.
000239 PERFORM REGIONTOTALS.
000240 PERFORM STATIONTOTALS.
000241 PERFORM GRANDTOTALS.
000242 GO-BACK.
000243*ACCUMULATE ONE GAME-RESULTS RECORD, BREAKING CONTROL TOTALS
000244*WHEN THE EMPLOYEE CHANGES.
000245 HANDLE-RECORD.
000246 IF CURR-EMPLOYEE = SPACES
000247 MOVE GR-EMPLOYEE-ID TO CURR-EMPLOYEE
000248 ELSE
000249 IF GR-EMPLOYEE-ID NOT = CURR-EMPLOYEE
000250 PERFORM EMPTOTALS
000251 MOVE GR-EMPLOYEE-ID TO CURR-EMPLOYEE
000252 END-IF
000253 END-IF.
000254 ADD 1 TO EMP-SESSIONS.
000255 IF GR-OUTCOME = "W"
000256 ADD 1 TO EMP-WINS
000257 END-IF.
000258 ADD GR-TRIES-USED TO EMP-TRIES-TOTAL.
000259 PERFORM COUNTBRANCH.
000260 PERFORM COUNTSTATION.
000261 GO-BACK.
000262*ROLL THIS RECORD INTO THE SLOT OF THE BRANCH THE EMPLOYEE
000263*BELONGED TO ON GR-DATE, TAKING A FRESH SLOT FOR A BRANCH NOT
000264*SEEN YET THIS RUN. MORE DISTINCT BRANCHES THAN SLOTS LUMP INTO
000265*THE LAST SLOT AS ** RATHER THAN VANISHING FROM THE TOTALS.
000266 COUNTBRANCH.
000267 MOVE GR-EMPLOYEE-ID TO BRH-EMPLOYEE-ID.
000268 MOVE GR-DATE TO BRH-DATE.
000269 PERFORM CALLBRHIST.
000270 MOVE 0 TO BRS-SLOT.
000271 PERFORM VARYING BRS-IX FROM 1 BY 1
000272     UNTIL (BRS-IX > BRS-USED) OR (BRS-SLOT > 0)
000273 IF BRS-ID(BRS-IX) = BRH-BRANCH
000274 MOVE BRS-IX TO BRS-SLOT
000275 END-IF
000276 END-PERFORM.
000277 IF BRS-SLOT = 0
000278 IF BRS-USED < 50
000279 ADD 1 TO BRS-USED
000280 MOVE BRS-USED TO BRS-SLOT
000281 MOVE BRH-BRANCH TO BRS-ID(BRS-SLOT)
000282 MOVE 0 TO BRS-SESSIONS(BRS-SLOT)
000283 MOVE 0 TO BRS-WINS(BRS-SLOT)
000284 MOVE 0 TO BRS-TRIES-TOTAL(BRS-SLOT)
000285 ELSE
000286 MOVE 50 TO BRS-SLOT
000287 MOVE "**" TO BRS-ID(BRS-SLOT)
000288 END-IF
000289 END-IF.
000290 ADD 1 TO BRS-SESSIONS(BRS-SLOT).
000291 IF GR-OUTCOME = "W"
000292 ADD 1 TO BRS-WINS(BRS-SLOT)
000293 END-IF.
000294 ADD GR-TRIES-USED TO BRS-TRIES-TOTAL(BRS-SLOT).
000295 GO-BACK.
000296*ASK THE SHARED LOOKUP WHICH BRANCH THE EMPLOYEE BELONGED TO
000297*ON THE DATE. IF THE LOOKUP ITSELF IS MISSING, THE ID PREFIX
000298*STANDS IN, AS IT ALWAYS DID.
000299*A HISTORY TOO BIG FOR BRHIST'S TABLE IS NOTED FOR THE END OF
000300*THE RUN.
000301 CALLBRHIST.
000302 CALL "BRHIST" USING BRH-CALL-AREA
000303 ON EXCEPTION
000304 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH
000305 MOVE SPACE TO BRH-RESULT
000306 END-CALL.
000307 IF BRH-HISTORY-SHORT
000308 SET BRH-SHORT TO TRUE
000309 END-IF.
000310 GO-BACK.
000311*ROLL THIS RECORD INTO ITS STATION'S SLOT ON THE TABLE, TAKING
000312*A FRESH SLOT FOR A STATION NOT SEEN YET THIS RUN. MORE
000313*DISTINCT STATIONS THAN SLOTS LUMP INTO THE LAST SLOT AS ****
000314*RATHER THAN VANISHING FROM THE TOTALS.
000315 COUNTSTATION.
000316 MOVE 0 TO STN-SLOT.
000317 PERFORM VARYING STN-IX FROM 1 BY 1
000318     UNTIL (STN-IX > STN-USED) OR (STN-SLOT > 0)
000319 IF STN-ID(STN-IX) = GR-STATION
000320 MOVE STN-IX TO STN-SLOT
000321 END-IF
000322 END-PERFORM.
000323 IF STN-SLOT = 0
000324 IF STN-USED < 10
000325 ADD 1 TO STN-USED
000326 MOVE STN-USED TO STN-SLOT
000327 MOVE GR-STATION TO STN-ID(STN-SLOT)
000328 MOVE 0 TO STN-SESSIONS(STN-SLOT)
000329 MOVE 0 TO STN-WINS(STN-SLOT)
000330 MOVE 0 TO STN-TRIES-TOTAL(STN-SLOT)
000331 ELSE
000332 MOVE 10 TO STN-SLOT
000333 MOVE "****" TO STN-ID(STN-SLOT)
000334 END-IF
000335 END-IF.
000336 ADD 1 TO STN-SESSIONS(STN-SLOT).
000337 IF GR-OUTCOME = "W"
000338 ADD 1 TO STN-WINS(STN-SLOT)
000339 END-IF.
000340 ADD GR-TRIES-USED TO STN-TRIES-TOTAL(STN-SLOT).
000341 GO-BACK.
000342*PRINT AND ROLL UP ONE EMPLOYEE'S TOTALS, THEN RESET THEM.
000343 EMPTOTALS.
000344 COMPUTE WK-WINRATE ROUNDED = (EMP-WINS * 100) / EMP-SESSIONS
000345 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000346 END-COMPUTE.
000347 COMPUTE WK-AVGTRIES ROUNDED = EMP-TRIES-TOTAL / EMP-SESSIONS
000348 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000349 END-COMPUTE.
000350 PERFORM GETEMPNAME.
000351 MOVE SPACES TO REPORT-LINE.
000352 MOVE "EMPLOYEE" TO RL-TYPE.
000353 MOVE CURR-EMPLOYEE TO RL-KEY.
000354 MOVE EMP-SESSIONS TO RL-SESSIONS.
000355 MOVE EMP-WINS TO RL-WINS.
000356 MOVE WK-WINRATE TO RL-WINRATE.
000357 MOVE "%" TO RL-PCT.
000358 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000359 MOVE EMP-NAME-WK TO RL-NAME.
000360 WRITE REPORT-LINE.
000361 ADD EMP-SESSIONS TO TOT-SESSIONS.
000362 ADD EMP-WINS TO TOT-WINS.
000363 ADD EMP-TRIES-TOTAL TO TOT-TRIES-TOTAL.
000364 MOVE 0 TO EMP-SESSIONS.
000365 MOVE 0 TO EMP-WINS.
000366 MOVE 0 TO EMP-TRIES-TOTAL.
000367 GO-BACK.
000368*LOOK THE CURRENT EMPLOYEE'S NAME UP ON THE MASTER. IDS THE
000369*MASTER DOES NOT KNOW ARE CALLED OUT SO SUPERVISORS CAN SEE
000370*WHICH OLD RESULTS CAME FROM TYPO IDS.
000371 GETEMPNAME.
000372 IF EMPMAST-OPEN
000373 MOVE CURR-EMPLOYEE TO EM-EMPLOYEE-ID
000374 READ EMPLOYEE-MASTER-FILE
000375 INVALID KEY
000376 MOVE "*NOT ON MASTER*" TO EMP-NAME-WK
000377 NOT INVALID KEY
000378 MOVE EM-NAME TO EMP-NAME-WK
000379 END-READ
000380 ELSE
000381 MOVE SPACES TO EMP-NAME-WK
000382 END-IF.
000383 GO-BACK.
000384*PRINT ONE LINE PER BRANCH SEEN THIS RUN, IN BRANCH CODE ORDER.
000385 BRANCHSECTION.
000386 PERFORM SORTBRANCHES.
000387 PERFORM VARYING BRS-IX FROM 1 BY 1 UNTIL BRS-IX > BRS-USED
000388 MOVE BRS-ID(BRS-IX) TO CURR-BRANCH
000389 MOVE BRS-SESSIONS(BRS-IX) TO BR-SESSIONS
000390 MOVE BRS-WINS(BRS-IX) TO BR-WINS
000391 MOVE BRS-TRIES-TOTAL(BRS-IX) TO BR-TRIES-TOTAL
000392 PERFORM BRANCHTOTALS
000393 END-PERFORM.
000394 GO-BACK.
000395*PUT THE BRANCH TABLE INTO BRANCH CODE ORDER - IT FILLS IN THE
000396*ORDER BRANCHES TURN UP ON GAMERES, WHICH MEANS NOTHING TO A
000397*READER. A SIMPLE EXCHANGE SORT: FIFTY SLOTS AT MOST. THE **
000398*OVERFLOW SLOT, WHEN IN USE, IS ALWAYS THE LAST AND STAYS THERE.
000399 SORTBRANCHES.
000400 MOVE BRS-USED TO BRS-SORT-END.
000401 IF (BRS-SORT-END > 0) AND (BRS-ID(BRS-SORT-END) = "**")
000402 SUBTRACT 1 FROM BRS-SORT-END
000403 END-IF.
000404 PERFORM VARYING BRS-IX FROM 1 BY 1 UNTIL BRS-IX >= BRS-SORT-END
000405 PERFORM VARYING BRS-JX FROM BRS-IX BY 1
000406     UNTIL BRS-JX > BRS-SORT-END
000407 IF BRS-ID(BRS-JX) < BRS-ID(BRS-IX)
000408 MOVE BRS-ENTRY(BRS-IX) TO BRS-HOLD
000409 MOVE BRS-ENTRY(BRS-JX) TO BRS-ENTRY(BRS-IX)
000410 MOVE BRS-HOLD TO BRS-ENTRY(BRS-JX)
000411 END-IF
000412 END-PERFORM
000413 END-PERFORM.
000414 GO-BACK.
000415*PRINT ONE BRANCH'S TOTALS WITH ITS NAME OFF THE BRANCH
000416*MASTER, ROLL THEM INTO THE BRANCH'S REGION, THEN RESET THEM.
000417 BRANCHTOTALS.
000418 COMPUTE WK-WINRATE ROUNDED = (BR-WINS * 100) / BR-SESSIONS
000419 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000420 END-COMPUTE.
000421 COMPUTE WK-AVGTRIES ROUNDED = BR-TRIES-TOTAL / BR-SESSIONS
000422 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000423 END-COMPUTE.
000424 PERFORM GETBRANCH.
000425 MOVE SPACES TO REPORT-LINE.
000426 MOVE "BRANCH" TO RL-TYPE.
000427 MOVE CURR-BRANCH TO RL-KEY.
000428 MOVE BR-SESSIONS TO RL-SESSIONS.
000429 MOVE BR-WINS TO RL-WINS.
000430 MOVE WK-WINRATE TO RL-WINRATE.
000431 MOVE "%" TO RL-PCT.
000432 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000433 MOVE BR-NAME-WK TO RL-NAME.
000434 WRITE REPORT-LINE.
000435 PERFORM COUNTREGION.
000436 MOVE 0 TO BR-SESSIONS.
000437 MOVE 0 TO BR-WINS.
000438 MOVE 0 TO BR-TRIES-TOTAL.
000439 GO-BACK.
000440*LOOK THE CURRENT BRANCH UP ON THE BRANCH MASTER TABLE.
000441*BRANCHES THE MASTER DOES NOT KNOW - THE OLD PHANTOMS - ARE
000442*CALLED OUT AND ROLL UP UNDER REGION ??.
000443 GETBRANCH.
000444 MOVE 0 TO BRANCH-SLOT.
000445 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000446     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000447 IF BT-BRANCH(BRANCH-IX) = CURR-BRANCH
000448 MOVE BRANCH-IX TO BRANCH-SLOT
000449 END-IF
000450 END-PERFORM.
000451 IF BRANCH-SLOT > 0
000452 MOVE BT-NAME(BRANCH-SLOT) TO BR-NAME-WK
000453 MOVE BT-REGION(BRANCH-SLOT) TO BR-REGION-WK
000454 ELSE
000455 MOVE "*NOT ON MASTER*" TO BR-NAME-WK
000456 MOVE "??" TO BR-REGION-WK
000457 END-IF.
000458 GO-BACK.
000459*ROLL THE BRANCH TOTALS INTO ITS REGION'S SLOT.
000460 COUNTREGION.
000461 MOVE 0 TO REG-SLOT.
000462 PERFORM VARYING REG-IX FROM 1 BY 1
000463     UNTIL (REG-IX > REG-USED) OR (REG-SLOT > 0)
000464 IF REG-ID(REG-IX) = BR-REGION-WK
000465 MOVE REG-IX TO REG-SLOT
000466 END-IF
000467 END-PERFORM.
000468 IF REG-SLOT = 0
000469 IF REG-USED < 10
000470 ADD 1 TO REG-USED
000471 MOVE REG-USED TO REG-SLOT
000472 MOVE BR-REGION-WK TO REG-ID(REG-SLOT)
000473 MOVE 0 TO REG-SESSIONS(REG-SLOT)
000474 MOVE 0 TO REG-WINS(REG-SLOT)
000475 MOVE 0 TO REG-TRIES-TOTAL(REG-SLOT)
000476 ELSE
000477 MOVE 10 TO REG-SLOT
000478 MOVE "**" TO REG-ID(REG-SLOT)
000479 END-IF
000480 END-IF.
000481 ADD BR-SESSIONS TO REG-SESSIONS(REG-SLOT).
000482 ADD BR-WINS TO REG-WINS(REG-SLOT).
000483 ADD BR-TRIES-TOTAL TO REG-TRIES-TOTAL(REG-SLOT).
000484 GO-BACK.
000485*PRINT ONE LINE PER REGION SEEN THIS RUN - THE ROLLUP LEVEL
000486*ABOVE THE BRANCHES THAT HEAD OFFICE ASKS FOR.
000487 REGIONTOTALS.
000488 PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > REG-USED
000489 PERFORM REGIONLINE
000490 END-PERFORM.
000491 GO-BACK.
000492*PRINT ONE REGION'S TOTALS.
000493 REGIONLINE.
000494 COMPUTE WK-WINRATE ROUNDED =
000495     (REG-WINS(REG-IX) * 100) / REG-SESSIONS(REG-IX)
000496 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000497 END-COMPUTE.
000498 COMPUTE WK-AVGTRIES ROUNDED =
000499     REG-TRIES-TOTAL(REG-IX) / REG-SESSIONS(REG-IX)
000500 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000501 END-COMPUTE.
000502 MOVE SPACES TO REPORT-LINE.
000503 MOVE "REGION" TO RL-TYPE.
000504 MOVE REG-ID(REG-IX) TO RL-KEY.
000505 MOVE REG-SESSIONS(REG-IX) TO RL-SESSIONS.
000506 MOVE REG-WINS(REG-IX) TO RL-WINS.
000507 MOVE WK-WINRATE TO RL-WINRATE.
000508 MOVE "%" TO RL-PCT.
000509 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000510 WRITE REPORT-LINE.
000511 GO-BACK.
000512*READ THE BRANCH MASTER INTO ITS LOOKUP TABLE. IF IT CANNOT
000513*BE READ THE REPORT STILL RUNS - BRANCH NAMES BLANK OUT AND
000514*EVERYTHING ROLLS UP UNDER REGION ?? - AND THE EXCEPTION LOG
000515*SAYS WHY.
000516 LOADBRANCHES.
000517 OPEN INPUT BRANCH-MASTER-FILE.
000518 IF BM-STATUS = "00"
000519 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000520 READ BRANCH-MASTER-FILE
000521 AT END
000522 SET BM-EOF TO TRUE
000523 NOT AT END
000524 ADD 1 TO BRANCH-USED
000525 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000526 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
000527 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
000528 END-READ
000529 END-PERFORM
000530 CLOSE BRANCH-MASTER-FILE
000531 ELSE
000532 MOVE "BRNCHMST" TO ERR-FILE
000533 MOVE BM-STATUS TO ERR-FILE-STATUS
000534 MOVE "W" TO ERR-SEVERITY
000535 MOVE "NO NAMES, REGION ?? ONLY" TO ERR-ACTION
000536 PERFORM CALLERRLOG
000537 END-IF.
000538 GO-BACK.
000539*PRINT ONE LINE PER KIOSK STATION SEEN THIS RUN. A BLANK KEY
000540*IS THE HISTORY FROM BEFORE STATION STAMPING; **** IS THE
000541*OVERFLOW SLOT.
000542 STATIONTOTALS.
000543 PERFORM VARYING STN-IX FROM 1 BY 1 UNTIL STN-IX > STN-USED
000544 PERFORM STATIONLINE
000545 END-PERFORM.
000546 GO-BACK.
000547*PRINT ONE STATION'S TOTALS.
000548 STATIONLINE.
000549 COMPUTE WK-WINRATE ROUNDED =
000550     (STN-WINS(STN-IX) * 100) / STN-SESSIONS(STN-IX)
000551 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000552 END-COMPUTE.
000553 COMPUTE WK-AVGTRIES ROUNDED =
000554     STN-TRIES-TOTAL(STN-IX) / STN-SESSIONS(STN-IX)
000555 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000556 END-COMPUTE.
000557 MOVE SPACES TO REPORT-LINE.
000558 MOVE "STATION" TO RL-TYPE.
000559 MOVE STN-ID(STN-IX) TO RL-KEY.
000560 MOVE STN-SESSIONS(STN-IX) TO RL-SESSIONS.
000561 MOVE STN-WINS(STN-IX) TO RL-WINS.
000562 MOVE WK-WINRATE TO RL-WINRATE.
000563 MOVE "%" TO RL-PCT.
000564 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000565 WRITE REPORT-LINE.
000566 GO-BACK.
000567*PRINT THE GRAND TOTAL ACROSS ALL BRANCHES.
000568 GRANDTOTALS.
000569 COMPUTE WK-WINRATE ROUNDED = (TOT-WINS * 100) / TOT-SESSIONS
000570 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000571 END-COMPUTE.
000572 COMPUTE WK-AVGTRIES ROUNDED = TOT-TRIES-TOTAL / TOT-SESSIONS
000573 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000574 END-COMPUTE.
000575 MOVE SPACES TO REPORT-LINE.
000576 MOVE "TOTAL" TO RL-TYPE.
000577 MOVE "ALL" TO RL-KEY.
000578 MOVE TOT-SESSIONS TO RL-SESSIONS.
000579 MOVE TOT-WINS TO RL-WINS.
000580 MOVE WK-WINRATE TO RL-WINRATE.
000581 MOVE "%" TO RL-PCT.
000582 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000583 WRITE REPORT-LINE.
000584 GO-BACK.
000585*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000586*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000587*CONSOLE.
000588 CALLERRLOG.
000589 CALL "ERRLOG" USING ERR-CALL-AREA
000590 ON EXCEPTION
000591 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000592     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000593 END-CALL.
000594 GO-BACK.
000595*A BRANCH HISTORY TOO BIG FOR BRHIST MEANS SOME RESULTS MAY SIT
000596*UNDER THE WRONG BRANCH. SAY SO ON THE REPORT ITSELF AND END
000597*RC 8, SO THE STREAM STOPS BEFORE THE FIGURES GO OUT AS SOUND.
000598 WARNSHORT.
000599 IF BRH-SHORT
000600 MOVE SPACES TO REPORT-LINE
000601 WRITE REPORT-LINE
000602 MOVE "** BRANCH HISTORY INCOMPLETE - BRANCH FIGURES UNRELIABLE"
000603     TO REPORT-LINE
000604 WRITE REPORT-LINE
000605 DISPLAY "BRANCH HISTORY INCOMPLETE. BRANCH FIGURES NOT RELIABLE"
000606     " - SEE THE EXCEPTION LOG."
000607 MOVE 8 TO RETURN-CODE
000608 END-IF.
000609 GO-BACK.
