000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. TRNRPT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - NIGHTLY TRAINING PLAN REPORT. EVERY PLAN ON
000007* TRNASSGN THAT WAS NOT CANCELLED IS LISTED AS COMPLETE, IN
000008* PROGRESS OR OVERDUE (STILL OPEN PAST ITS DUE DATE), GROUPED
000009* BY THE EMPLOYEE'S BRANCH ON THE MASTER AND THEN BY THE
000010* TRAINER WHO SET IT, WITH COUNTS FOR EACH TRAINER AND BRANCH
000011* AND A REGION ROLLUP AT THE END FROM BRNCHMST.
000012 ENVIRONMENT DIVISION.
000013 CONFIGURATION SECTION.
000014 SOURCE-COMPUTER. GNUCOBOL.
000015 OBJECT-COMPUTER. GNUCOBOL.
000016 INPUT-OUTPUT SECTION.
000017 FILE-CONTROL.
000018 SELECT TRAIN-ASSIGN-FILE ASSIGN "TRNASSGN"
000019 ORGANIZATION LINE SEQUENTIAL
000020 FILE STATUS IS TA-FILE-STATUS.
000021 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000022 ORGANIZATION INDEXED
000023 ACCESS RANDOM
000024 RECORD KEY IS EM-EMPLOYEE-ID
000025 FILE STATUS IS EM-STATUS.
000026 SELECT SORT-FILE ASSIGN "SRTWORK".
000027 SELECT REPORT-FILE ASSIGN "TRRPTOUT"
000028 ORGANIZATION LINE SEQUENTIAL
000029 FILE STATUS IS RPT-STATUS.
000030 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000031 ORGANIZATION LINE SEQUENTIAL
000032 FILE STATUS IS BM-STATUS.
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036 FD TRAIN-ASSIGN-FILE.
000037 COPY "trnassgn.cpy".
000038 FD EMPLOYEE-MASTER-FILE.
000039 COPY "empmast.cpy".
000040 SD SORT-FILE.
000041 01 SRT-REC.
000042 02 SRT-BRANCH PIC X(02).
000043 02 SRT-TRAINER PIC X(06).
000044 02 SRT-EMPLOYEE PIC X(06).
000045 02 SRT-DUE PIC 9(06).
000046 02 SRT-NAME PIC X(20).
000047 02 SRT-TIER PIC X(01).
000048 02 SRT-DONE PIC 9(03).
000049 02 SRT-REQ PIC 9(03).
000050 02 SRT-CLASS PIC X(01).
000051 FD REPORT-FILE.
000052 01 REPORT-LINE.
000053 02 RL-TYPE PIC X(08).
000054 02 FILLER PIC X(02) VALUE SPACES.
000055 02 RL-KEY PIC X(06).
000056 02 FILLER PIC X(02) VALUE SPACES.
000057 02 RL-NAME PIC X(20).
000058 02 FILLER PIC X(02) VALUE SPACES.
000059 02 RL-TIER PIC X(01).
000060 02 FILLER PIC X(02) VALUE SPACES.
000061 02 RL-DONE PIC ZZ9.
000062 02 RL-OF PIC X(01).
000063 02 RL-REQ PIC ZZ9.
000064 02 FILLER PIC X(02) VALUE SPACES.
000065 02 RL-DUE PIC X(06).
000066 02 FILLER PIC X(02) VALUE SPACES.
000067 02 RL-STATUS PIC X(11).
000068 02 FILLER PIC X(02) VALUE SPACES.
000069 02 RL-COMPLETE PIC ZZZZ9.
000070 02 FILLER PIC X(03) VALUE SPACES.
000071 02 RL-INPROG PIC ZZZZ9.
000072 02 FILLER PIC X(03) VALUE SPACES.
000073 02 RL-OVERDUE PIC ZZZZ9.
000074 FD BRANCH-MASTER-FILE.
000075 COPY "brnchmst.cpy".
000076 WORKING-STORAGE SECTION.
000077 01 TA-FILE-STATUS PIC X(02).
000078 01 EM-STATUS PIC X(02).
000079 01 RPT-STATUS PIC X(02).
000080 01 TA-EOF-SW PIC X(01) VALUE "N".
000081 88 TA-EOF VALUE "Y".
000082 01 SORT-EOF-SW PIC X(01) VALUE "N".
000083 88 SORT-EOF VALUE "Y".
000084 01 EMPMAST-OPEN-SW PIC X(01) VALUE "N".
000085 88 EMPMAST-OPEN VALUE "Y".
000086 01 TODAY-DATE PIC 9(06).
000087 01 CURR-BRANCH PIC X(02) VALUE SPACES.
000088 01 CURR-TRAINER PIC X(06) VALUE SPACES.
000089 01 FIRST-SW PIC X(01) VALUE "Y".
000090 88 FIRST-RECORD VALUE "Y".
000091 01 TR-COMPLETE PIC 9(05) VALUE 0.
000092 01 TR-INPROG PIC 9(05) VALUE 0.
000093 01 TR-OVERDUE PIC 9(05) VALUE 0.
000094 01 BR-COMPLETE PIC 9(05) VALUE 0.
000095 01 BR-INPROG PIC 9(05) VALUE 0.
000096 01 BR-OVERDUE PIC 9(05) VALUE 0.
000097 01 TOT-COMPLETE PIC 9(05) VALUE 0.
000098 01 TOT-INPROG PIC 9(05) VALUE 0.
000099 01 TOT-OVERDUE PIC 9(05) VALUE 0.
000100 01 BM-STATUS PIC X(02).
000101 01 BM-EOF-SW PIC X(01) VALUE "N".
000102 88 BM-EOF VALUE "Y".
000103 01 BRANCH-TABLE.
000104 02 BRANCH-ENTRY OCCURS 50 TIMES.
000105 03 BT-BRANCH PIC X(02).
000106 03 BT-NAME PIC X(20).
000107 03 BT-REGION PIC X(02).
000108 01 BRANCH-USED PIC 9(02) VALUE 0.
000109 01 BRANCH-IX PIC 9(02).
000110 01 BRANCH-SLOT PIC 9(02).
000111 01 BR-NAME-WK PIC X(20).
000112 01 BR-REGION-WK PIC X(02).
000113 01 REG-TABLE.
000114 02 REG-ENTRY OCCURS 10 TIMES.
000115 03 REG-ID PIC X(02).
000116 03 REG-COMPLETE PIC 9(05).
000117 03 REG-INPROG PIC 9(05).
000118 03 REG-OVERDUE PIC 9(05).
000119 01 REG-USED PIC 9(02) VALUE 0.
000120 01 REG-IX PIC 9(02).
000121 01 REG-SLOT PIC 9(02).
000122 PROCEDURE DIVISION.
000123
000124 MAIN.
000125 OPEN OUTPUT REPORT-FILE.
000126 IF RPT-STATUS NOT = "00"
000127 DISPLAY "UNABLE TO OPEN TRRPTOUT. ENDING REPORT RUN."
000128 STOP RUN
000129 END-IF.
000130 ACCEPT TODAY-DATE FROM DATE.
000131 PERFORM WRITEHEADER.
000132 PERFORM LOADBRANCHES.
000133 PERFORM OPENEMPMAST.
000134 SORT SORT-FILE
000135 ON ASCENDING KEY SRT-BRANCH SRT-TRAINER SRT-EMPLOYEE SRT-DUE
000136 INPUT PROCEDURE IS FEEDSORT
000137 OUTPUT PROCEDURE IS PROCESSSORTED.
000138 IF EMPMAST-OPEN
000139 CLOSE EMPLOYEE-MASTER-FILE
000140 END-IF.
000141 CLOSE REPORT-FILE.
000142 STOP RUN.
000143*WRITE THE REPORT'S COLUMN HEADINGS. PLAN LINES FILL THE LEFT
000144*COLUMNS; TRAINER, BRANCH AND REGION LINES FILL THE COUNTS.
000145 WRITEHEADER.
000146 MOVE "= TRAINING PLANS BY BRANCH AND TRAINER =" TO REPORT-LINE.
000147 WRITE REPORT-LINE.
000148 MOVE SPACES TO REPORT-LINE.
000149 MOVE "AS OF" TO RL-TYPE.
000150 MOVE TODAY-DATE TO RL-KEY.
000151 WRITE REPORT-LINE.
000152 MOVE SPACES TO REPORT-LINE.
000153 WRITE REPORT-LINE.
000154 MOVE SPACES TO REPORT-LINE.
000155 MOVE "TYPE" TO RL-TYPE.
000156 MOVE "KEY" TO RL-KEY.
000157 MOVE "NAME" TO RL-NAME.
000158 MOVE "T" TO RL-TIER.
000159 MOVE "DUE" TO RL-DUE.
000160 MOVE "STATUS" TO RL-STATUS.
000161 WRITE REPORT-LINE.
000162 MOVE SPACES TO REPORT-LINE.
000163 MOVE "DONE/REQ" TO REPORT-LINE(44:8).
000164 MOVE "COMPLETE IN PROG OVERDUE" TO REPORT-LINE(71:24).
000165 WRITE REPORT-LINE.
000166 GO-BACK.
000167*RELEASE EVERY PLAN THAT WAS NOT CANCELLED, CLASSED AGAINST
000168*TODAY. NO PLAN FILE IS AN EMPTY REPORT, NOT A FAILURE - NO
000169*TRAINER HAS SET ANY WORK YET.
000170 FEEDSORT.
000171 OPEN INPUT TRAIN-ASSIGN-FILE.
000172 IF TA-FILE-STATUS = "00"
000173 PERFORM UNTIL TA-EOF
000174 READ TRAIN-ASSIGN-FILE
000175 AT END
000176 SET TA-EOF TO TRUE
000177 NOT AT END
000178 IF TA-STATUS NOT = "X"
000179 PERFORM RELEASEPLAN
000180 END-IF
000181 END-READ
000182 END-PERFORM
000183 CLOSE TRAIN-ASSIGN-FILE
000184 ELSE
000185 DISPLAY "TRNASSGN UNAVAILABLE. REPORTING NOTHING."
000186 END-IF.
000187 GO-BACK.
000188*ONE PLAN TO THE SORT UNDER THE BRANCH THE EMPLOYEE IS WITH NOW.
000189*AN EMPLOYEE OFF THE MASTER FALLS BACK TO THE ID PREFIX.
000190 RELEASEPLAN.
000191 MOVE TA-EMPLOYEE-ID TO SRT-EMPLOYEE.
000192 MOVE TA-EMPLOYEE-ID(1:2) TO SRT-BRANCH.
000193 MOVE SPACES TO SRT-NAME.
000194 IF EMPMAST-OPEN
000195 MOVE TA-EMPLOYEE-ID TO EM-EMPLOYEE-ID
000196 READ EMPLOYEE-MASTER-FILE
000197 INVALID KEY
000198 MOVE "*NOT ON MASTER*" TO SRT-NAME
000199 NOT INVALID KEY
000200 MOVE EM-BRANCH TO SRT-BRANCH
000201 MOVE EM-NAME TO SRT-NAME
000202 END-READ
000203 END-IF.
000204 MOVE TA-TRAINER TO SRT-TRAINER.
000205 MOVE TA-DUE-DATE TO SRT-DUE.
000206 MOVE TA-TIER TO SRT-TIER.
000207 MOVE TA-SESSIONS-DONE TO SRT-DONE.
000208 MOVE TA-SESSIONS-REQ TO SRT-REQ.
000209 IF TA-STATUS = "C"
000210 MOVE "C" TO SRT-CLASS
000211 ELSE
000212 IF TA-DUE-DATE < TODAY-DATE
000213 MOVE "O" TO SRT-CLASS
000214 ELSE
000215 MOVE "P" TO SRT-CLASS
000216 END-IF
000217 END-IF.
000218 RELEASE SRT-REC.
000219 GO-BACK.
000220*DRIVE THE SORTED PLANS, BREAKING ON TRAINER AND BRANCH.
000221 PROCESSSORTED.
000222 PERFORM UNTIL SORT-EOF
000223 RETURN SORT-FILE
000224 AT END
000225 SET SORT-EOF TO TRUE
000226 NOT AT END
000227 PERFORM HANDLE-RECORD
000228 END-RETURN
000229 END-PERFORM.
000230 IF NOT FIRST-RECORD
000231 PERFORM TRAINERTOTALS
000232 PERFORM BRANCHTOTALS
000233 END-IF.
000234 PERFORM REGIONTOTALS.
000235 GO-BACK.
000236*PRINT ONE PLAN LINE, BREAKING ON TRAINER AND BRANCH FIRST. A
000237*NEW BRANCH CLOSES OUT THE TRAINER TOO, EVEN WHEN IT IS THE
000238*SAME TRAINER WORKING WITH ANOTHER BRANCH.
000239 HANDLE-RECORD.
000240 IF FIRST-RECORD
000241 MOVE "N" TO FIRST-SW
000242 MOVE SRT-BRANCH TO CURR-BRANCH
000243 MOVE SRT-TRAINER TO CURR-TRAINER
000244 ELSE
000245 IF SRT-BRANCH NOT = CURR-BRANCH
000246 PERFORM TRAINERTOTALS
000247 PERFORM BRANCHTOTALS
000248 MOVE SRT-BRANCH TO CURR-BRANCH
000249 MOVE SRT-TRAINER TO CURR-TRAINER
000250 ELSE
000251 IF SRT-TRAINER NOT = CURR-TRAINER
000252 PERFORM TRAINERTOTALS
000253 MOVE SRT-TRAINER TO CURR-TRAINER
000254 END-IF
000255 END-IF
000256 END-IF.
000257 MOVE SPACES TO REPORT-LINE.
000258 MOVE "PLAN" TO RL-TYPE.
000259 MOVE SRT-EMPLOYEE TO RL-KEY.
000260 MOVE SRT-NAME TO RL-NAME.
000261 IF SRT-TIER = SPACE
000262 MOVE "*" TO RL-TIER
000263 ELSE
000264 MOVE SRT-TIER TO RL-TIER
000265 END-IF.
000266 MOVE SRT-DONE TO RL-DONE.
000267 MOVE "/" TO RL-OF.
000268 MOVE SRT-REQ TO RL-REQ.
000269 MOVE SRT-DUE TO RL-DUE.
000270 IF SRT-CLASS = "C"
000271 MOVE "COMPLETE" TO RL-STATUS
000272 ADD 1 TO TR-COMPLETE
000273 ADD 1 TO BR-COMPLETE
000274 ADD 1 TO TOT-COMPLETE
000275 ELSE
000276 IF SRT-CLASS = "O"
000277 MOVE "OVERDUE" TO RL-STATUS
000278 ADD 1 TO TR-OVERDUE
000279 ADD 1 TO BR-OVERDUE
000280 ADD 1 TO TOT-OVERDUE
000281 ELSE
000282 MOVE "IN PROGRESS" TO RL-STATUS
000283 ADD 1 TO TR-INPROG
000284 ADD 1 TO BR-INPROG
000285 ADD 1 TO TOT-INPROG
000286 END-IF
000287 END-IF.
000288 WRITE REPORT-LINE.
000289 GO-BACK.
000290*PRINT ONE TRAINER'S COUNTS WITHIN THE BRANCH, THEN RESET THEM.
000291 TRAINERTOTALS.
000292 MOVE SPACES TO REPORT-LINE.
000293 MOVE "TRAINER" TO RL-TYPE.
000294 MOVE CURR-TRAINER TO RL-KEY.
000295 MOVE TR-COMPLETE TO RL-COMPLETE.
000296 MOVE TR-INPROG TO RL-INPROG.
000297 MOVE TR-OVERDUE TO RL-OVERDUE.
000298 WRITE REPORT-LINE.
000299 MOVE SPACES TO REPORT-LINE.
000300 WRITE REPORT-LINE.
000301 MOVE 0 TO TR-COMPLETE.
000302 MOVE 0 TO TR-INPROG.
000303 MOVE 0 TO TR-OVERDUE.
000304 GO-BACK.
000305*PRINT ONE BRANCH'S COUNTS WITH ITS NAME OFF THE BRANCH MASTER,
000306*ROLL THEM INTO ITS REGION, THEN RESET THEM.
000307 BRANCHTOTALS.
000308 PERFORM GETBRANCH.
000309 MOVE SPACES TO REPORT-LINE.
000310 MOVE "BRANCH" TO RL-TYPE.
000311 MOVE CURR-BRANCH TO RL-KEY.
000312 MOVE BR-NAME-WK TO RL-NAME.
000313 MOVE BR-COMPLETE TO RL-COMPLETE.
000314 MOVE BR-INPROG TO RL-INPROG.
000315 MOVE BR-OVERDUE TO RL-OVERDUE.
000316 WRITE REPORT-LINE.
000317 MOVE SPACES TO REPORT-LINE.
000318 WRITE REPORT-LINE.
000319 PERFORM COUNTREGION.
000320 MOVE 0 TO BR-COMPLETE.
000321 MOVE 0 TO BR-INPROG.
000322 MOVE 0 TO BR-OVERDUE.
000323 GO-BACK.
000324*LOOK THE CURRENT BRANCH UP ON THE BRANCH MASTER TABLE.
000325*BRANCHES THE MASTER DOES NOT KNOW ARE CALLED OUT AND ROLL UP
000326*UNDER REGION ??.
000327 GETBRANCH.
000328 MOVE 0 TO BRANCH-SLOT.
000329 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000330     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000331 IF BT-BRANCH(BRANCH-IX) = CURR-BRANCH
000332 MOVE BRANCH-IX TO BRANCH-SLOT
000333 END-IF
000334 END-PERFORM.
000335 IF BRANCH-SLOT > 0
000336 MOVE BT-NAME(BRANCH-SLOT) TO BR-NAME-WK
000337 MOVE BT-REGION(BRANCH-SLOT) TO BR-REGION-WK
000338 ELSE
000339 MOVE "*NOT ON MASTER*" TO BR-NAME-WK
000340 MOVE "??" TO BR-REGION-WK
000341 END-IF.
000342 GO-BACK.
000343*ROLL THE BRANCH COUNTS INTO ITS REGION'S SLOT.
000344 COUNTREGION.
000345 MOVE 0 TO REG-SLOT.
000346 PERFORM VARYING REG-IX FROM 1 BY 1
000347     UNTIL (REG-IX > REG-USED) OR (REG-SLOT > 0)
000348 IF REG-ID(REG-IX) = BR-REGION-WK
000349 MOVE REG-IX TO REG-SLOT
000350 END-IF
000351 END-PERFORM.
000352 IF REG-SLOT = 0
000353 IF REG-USED < 10
000354 ADD 1 TO REG-USED
000355 MOVE REG-USED TO REG-SLOT
000356 MOVE BR-REGION-WK TO REG-ID(REG-SLOT)
000357 MOVE 0 TO REG-COMPLETE(REG-SLOT)
000358 MOVE 0 TO REG-INPROG(REG-SLOT)
000359 MOVE 0 TO REG-OVERDUE(REG-SLOT)
000360 ELSE
000361 MOVE 10 TO REG-SLOT
000362 MOVE "**" TO REG-ID(REG-SLOT)
000363 END-IF
000364 END-IF.
000365 ADD BR-COMPLETE TO REG-COMPLETE(REG-SLOT).
000366 ADD BR-INPROG TO REG-INPROG(REG-SLOT).
000367 ADD BR-OVERDUE TO REG-OVERDUE(REG-SLOT).
000368 GO-BACK.
000369*PRINT ONE LINE PER REGION SEEN THIS RUN, THEN THE GRAND TOTAL.
000370 REGIONTOTALS.
000371 PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > REG-USED
000372 MOVE SPACES TO REPORT-LINE
000373 MOVE "REGION" TO RL-TYPE
000374 MOVE REG-ID(REG-IX) TO RL-KEY
000375 MOVE REG-COMPLETE(REG-IX) TO RL-COMPLETE
000376 MOVE REG-INPROG(REG-IX) TO RL-INPROG
000377 MOVE REG-OVERDUE(REG-IX) TO RL-OVERDUE
000378 WRITE REPORT-LINE
000379 END-PERFORM.
000380 MOVE SPACES TO REPORT-LINE.
000381 MOVE "TOTAL" TO RL-TYPE.
000382 MOVE TOT-COMPLETE TO RL-COMPLETE.
000383 MOVE TOT-INPROG TO RL-INPROG.
000384 MOVE TOT-OVERDUE TO RL-OVERDUE.
000385 WRITE REPORT-LINE.
000386 GO-BACK.
000387*OPEN THE EMPLOYEE MASTER FOR BRANCH AND NAME LOOKUPS. WITHOUT
000388*IT THE REPORT STILL RUNS ON THE ID PREFIX WITH BLANK NAMES.
000389 OPENEMPMAST.
000390 OPEN INPUT EMPLOYEE-MASTER-FILE.
000391 IF EM-STATUS = "00"
000392 SET EMPMAST-OPEN TO TRUE
000393 ELSE
000394 DISPLAY "EMPMAST UNAVAILABLE. BRANCH BY ID PREFIX, NO NAMES."
000395 END-IF.
000396 GO-BACK.
000397*READ THE BRANCH MASTER INTO ITS LOOKUP TABLE. IF IT CANNOT
000398*BE READ THE REPORT STILL RUNS - BRANCH NAMES BLANK OUT AND
000399*EVERYTHING ROLLS UP UNDER REGION ??.
000400 LOADBRANCHES.
000401 OPEN INPUT BRANCH-MASTER-FILE.
000402 IF BM-STATUS = "00"
000403 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000404 READ BRANCH-MASTER-FILE
000405 AT END
000406 SET BM-EOF TO TRUE
000407 NOT AT END
000408 ADD 1 TO BRANCH-USED
000409 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000410 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
000411 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
000412 END-READ
000413 END-PERFORM
000414 CLOSE BRANCH-MASTER-FILE
000415 ELSE
000416 DISPLAY "BRNCHMST UNAVAILABLE. NAMES BLANK, REGION ?? ONLY."
000417 END-IF.
000418 GO-BACK.
