000012* THE BRNCHMST BRANCH MASTER AND ROLL UP TO A REGION SECTION
000013* AT THE END, AS ON THE DAILY REPORT. A BRANCH OFF THE MASTER
000014* SHOWS *NOT ON MASTER* AND ROLLS UP UNDER REGION ??.
000015*10/15/26 MIBI88 - EACH SIDE OF A MATCH NOW COUNTS FOR THE
000016* BRANCH THE PLAYER BELONGED TO ON CH-DATE, ASKED OF BRHIST
000017* AGAINST THE EMPBRHST BRANCH HISTORY, NOT THE ID PREFIX. THE
000018* BRANCH GOES INTO THE SORT KEY AHEAD OF THE EMPLOYEE, SO A
000019* TRANSFEREE GETS A STANDINGS LINE UNDER EACH BRANCH THEY
000020* PLAYED FOR.
000021* A BRANCH HISTORY TOO BIG FOR BRHIST TO LOAD ENDS THE RUN RC 8
000022* WITH A WARNING ON THE REPORT.
000023 ENVIRONMENT DIVISION.
000024 CONFIGURATION SECTION.
000025 SOURCE-COMPUTER. GNUCOBOL.
000026 OBJECT-COMPUTER. GNUCOBOL.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000030 ORGANIZATION LINE SEQUENTIAL
000031 FILE STATUS IS CL-STATUS.
000032 SELECT SORT-FILE ASSIGN "SRTWORK".
000033 SELECT REPORT-FILE ASSIGN "CHRPTOUT"
000034 ORGANIZATION LINE SEQUENTIAL
000035 FILE STATUS IS RPT-STATUS.
000036 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000037 ORGANIZATION LINE SEQUENTIAL
000038 FILE STATUS IS BM-STATUS.
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042 FD CHALLENGE-RESULTS-FILE.
000043 COPY "chalres.cpy".
000044 SD SORT-FILE.
000045 01 SRT-REC.
000046 02 SRT-BRANCH PIC X(02).
000047 02 SRT-EMPLOYEE PIC X(06).
000048 02 SRT-RESULT PIC X(01).
000049 FD REPORT-FILE.
000050 01 REPORT-LINE.
000051 02 RL-TYPE PIC X(08).
000052 02 FILLER PIC X(02) VALUE SPACES.
000053 02 RL-KEY PIC X(06).
000054 02 FILLER PIC X(03) VALUE SPACES.
000055 02 RL-MATCHES PIC ZZZZ9.
000056 02 FILLER PIC X(03) VALUE SPACES.
000057 02 RL-WINS PIC ZZZZ9.
000058 02 FILLER PIC X(03) VALUE SPACES.
000059 02 RL-LOSSES PIC ZZZZ9.
000060 02 FILLER PIC X(03) VALUE SPACES.
000061 02 RL-DRAWS PIC ZZZZ9.
000062 02 FILLER PIC X(03) VALUE SPACES.
000063 02 RL-NAME PIC X(20).
000064 FD BRANCH-MASTER-FILE.
000065 COPY "brnchmst.cpy".
000066 WORKING-STORAGE SECTION.
000067 01 CL-STATUS PIC X(02).
000068 01 RPT-STATUS PIC X(02).
000069 01 MATCH-EOF-SW PIC X(01) VALUE "N".
000070 88 MATCH-EOF VALUE "Y".
000071 01 SORT-EOF-SW PIC X(01) VALUE "N".
000072 88 SORT-EOF VALUE "Y".
000073 01 CURR-EMPLOYEE PIC X(06) VALUE SPACES.
000074 01 CURR-BRANCH PIC X(02) VALUE SPACES.
000075 01 EMP-MATCHES PIC 9(05) VALUE 0.
000076 01 EMP-WINS PIC 9(05) VALUE 0.
000077 01 EMP-LOSSES PIC 9(05) VALUE 0.
000078 01 EMP-DRAWS PIC 9(05) VALUE 0.
000079 01 BR-MATCHES PIC 9(05) VALUE 0.
000080 01 BR-WINS PIC 9(05) VALUE 0.
000081 01 BR-LOSSES PIC 9(05) VALUE 0.
000082 01 BR-DRAWS PIC 9(05) VALUE 0.
000083 01 BM-STATUS PIC X(02).
000084 01 BM-EOF-SW PIC X(01) VALUE "N".
000085 88 BM-EOF VALUE "Y".
000086 01 BRANCH-TABLE.
000087 02 BRANCH-ENTRY OCCURS 50 TIMES.
000088 03 BT-BRANCH PIC X(02).
000089 03 BT-NAME PIC X(20).
000090 03 BT-REGION PIC X(02).
000091 01 BRANCH-USED PIC 9(02) VALUE 0.
000092 01 BRANCH-IX PIC 9(02).
000093 01 BRANCH-SLOT PIC 9(02).
000094 01 BR-NAME-WK PIC X(20).
000095 01 BR-REGION-WK PIC X(02).
000096 01 REG-TABLE.
000097 02 REG-ENTRY OCCURS 10 TIMES.
000098 03 REG-ID PIC X(02).
000099 03 REG-MATCHES PIC 9(07).
000100 03 REG-WINS PIC 9(07).
000101 03 REG-LOSSES PIC 9(07).
000102 03 REG-DRAWS PIC 9(07).
000103 01 REG-USED PIC 9(02) VALUE 0.
000104 01 REG-IX PIC 9(02).
000105 01 REG-SLOT PIC 9(02).
000106 01 BRH-SHORT-SW PIC X(01) VALUE "N".
000107 88 BRH-SHORT VALUE "Y".
000108 COPY "brhlink.cpy".
000109 PROCEDURE DIVISION.
000110
000111 MAIN.
000112 MOVE "CHALRPT" TO BRH-PROGRAM.
000113 OPEN OUTPUT REPORT-FILE.
000114 IF RPT-STATUS NOT = "00"
000115 DISPLAY "UNABLE TO OPEN CHRPTOUT. ENDING REPORT RUN."
000116 STOP RUN
000117 END-IF.
000118 PERFORM WRITEHEADER.
000119 PERFORM LOADBRANCHES.
000120 SORT SORT-FILE
000121 ON ASCENDING KEY SRT-BRANCH SRT-EMPLOYEE
000122 INPUT PROCEDURE IS FEEDSORT
000123 OUTPUT PROCEDURE IS PROCESSSORTED.
000124 PERFORM WARNSHORT.
000125 CLOSE REPORT-FILE.
000126 STOP RUN.
000127*WRITE THE REPORT'S COLUMN HEADINGS.
000128 WRITEHEADER.
000129 MOVE "= CHALLENGE STANDINGS BY BRANCH =" TO REPORT-LINE.
000130 WRITE REPORT-LINE.
000131 MOVE SPACES TO REPORT-LINE.
000132 WRITE REPORT-LINE.
000133 MOVE SPACES TO REPORT-LINE.
000134 MOVE "TYPE" TO RL-TYPE.
000135 MOVE "KEY" TO RL-KEY.
000136 MOVE "NAME" TO RL-NAME.
000137 WRITE REPORT-LINE.
000138 MOVE "                 MATCHES    WINS  LOSSES   DRAWS"
000139     TO REPORT-LINE.
000140 WRITE REPORT-LINE.
000141 GO-BACK.
000142*TURN EACH MATCH INTO ONE STANDINGS ENTRY PER PLAYER. A BLANK
000143*WINNER IS A DRAW FOR BOTH.
000144 FEEDSORT.
000145 OPEN INPUT CHALLENGE-RESULTS-FILE.
000146 IF CL-STATUS = "00"
000147 PERFORM UNTIL MATCH-EOF
000148 READ CHALLENGE-RESULTS-FILE
000149 AT END
000150 SET MATCH-EOF TO TRUE
000151 NOT AT END
000152 PERFORM RELEASEMATCH
000153 END-READ
000154 END-PERFORM
000155 CLOSE CHALLENGE-RESULTS-FILE
000156 ELSE
000157 DISPLAY "CHALRES UNAVAILABLE. REPORTING NOTHING."
000158 END-IF.
000159 GO-BACK.
000160*RELEASE THE TWO SIDES OF ONE MATCH TO THE SORT, EACH UNDER
000161*THE BRANCH ITS PLAYER BELONGED TO ON THE MATCH DATE.
000162 RELEASEMATCH.
000163 MOVE CH-EMPLOYEE-1 TO SRT-EMPLOYEE.
000164 PERFORM SORTBRANCH.
000165 IF CH-WINNER = SPACES
000166 MOVE "D" TO SRT-RESULT
000167 ELSE
000168 IF CH-WINNER = CH-EMPLOYEE-1
000169 MOVE "W" TO SRT-RESULT
000170 ELSE
000171 MOVE "L" TO SRT-RESULT
000172 END-IF
000173 END-IF.
000174 RELEASE SRT-REC.
000175 MOVE CH-EMPLOYEE-2 TO SRT-EMPLOYEE.
000176 PERFORM SORTBRANCH.
000177 IF CH-WINNER = SPACES
000178 MOVE "D" TO SRT-RESULT
000179 ELSE
000180 IF CH-WINNER = CH-EMPLOYEE-2
000181 MOVE "W" TO SRT-RESULT
000182 ELSE
000183 MOVE "L" TO SRT-RESULT
000184 END-IF
000185 END-IF.
000186 RELEASE SRT-REC.
000187 GO-BACK.
000188*ASK THE SHARED LOOKUP WHICH BRANCH THE PLAYER BELONGED TO ON
000189*THE MATCH DATE. IF THE LOOKUP ITSELF IS MISSING, THE ID
000190*PREFIX STANDS IN, AS IT ALWAYS DID.
000191*A HISTORY TOO BIG FOR BRHIST'S TABLE IS NOTED FOR THE END OF
000192*THE RUN.
000193 SORTBRANCH.
000194 MOVE SRT-EMPLOYEE TO BRH-EMPLOYEE-ID.
000195 MOVE CH-DATE TO BRH-DATE.
000196 CALL "BRHIST" USING BRH-CALL-AREA
000197 ON EXCEPTION
000198 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH
000199 MOVE SPACE TO BRH-RESULT
000200 END-CALL.
000201 IF BRH-HISTORY-SHORT
000202 SET BRH-SHORT TO TRUE
000203 END-IF.
000204 MOVE BRH-BRANCH TO SRT-BRANCH.
000205 GO-BACK.
000206*DRIVE THE SORTED STANDINGS, BREAKING ON EMPLOYEE AND BRANCH.
000207 PROCESSSORTED.
000208 PERFORM UNTIL SORT-EOF
000209 RETURN SORT-FILE
000210 AT END
000211 SET SORT-EOF TO TRUE
000212 NOT AT END
000213 PERFORM HANDLE-RECORD
000214 END-RETURN
000215 END-PERFORM.
000216 IF CURR-EMPLOYEE NOT = SPACES
000217 PERFORM EMPTOTALS
000218 PERFORM BRANCHTOTALS
000219 END-IF.
000220 PERFORM REGIONTOTALS.
000221 GO-BACK.
000222*ACCUMULATE ONE STANDINGS ENTRY, BREAKING ON EMPLOYEE AND
000223*BRANCH. A NEW BRANCH CLOSES OUT THE EMPLOYEE TOO, EVEN WHEN
000224*IT IS THE SAME PERSON UNDER THEIR NEW BRANCH.
000225 HANDLE-RECORD.
000226 IF CURR-EMPLOYEE = SPACES
000227 MOVE SRT-EMPLOYEE TO CURR-EMPLOYEE
000228 MOVE SRT-BRANCH TO CURR-BRANCH
000229 ELSE
000230 IF SRT-BRANCH NOT = CURR-BRANCH
000231 PERFORM EMPTOTALS
000232 PERFORM BRANCHTOTALS
000233 MOVE SRT-BRANCH TO CURR-BRANCH
000234 MOVE SRT-EMPLOYEE TO CURR-EMPLOYEE
000235 ELSE
000236 IF SRT-EMPLOYEE NOT = CURR-EMPLOYEE
000237 PERFORM EMPTOTALS
000238 MOVE SRT-EMPLOYEE TO CURR-EMPLOYEE
000239 END-IF
000240 END-IF
000241 END-IF.
000242 ADD 1 TO EMP-MATCHES.
000243 ADD 1 TO BR-MATCHES.
000244 IF SRT-RESULT = "W"
000245 ADD 1 TO EMP-WINS
000246 ADD 1 TO BR-WINS
000247 END-IF.
000248 IF SRT-RESULT = "L"
000249 ADD 1 TO EMP-LOSSES
000250 ADD 1 TO BR-LOSSES
000251 END-IF.
000252 IF SRT-RESULT = "D"
000253 ADD 1 TO EMP-DRAWS
000254 ADD 1 TO BR-DRAWS
000255 END-IF.
000256 GO-BACK.
000257*PRINT ONE EMPLOYEE'S STANDINGS LINE, THEN RESET IT.
000258 EMPTOTALS.
000259 MOVE SPACES TO REPORT-LINE.
000260 MOVE "EMPLOYEE" TO RL-TYPE.
000261 MOVE CURR-EMPLOYEE TO RL-KEY.
000262 MOVE EMP-MATCHES TO RL-MATCHES.
000263 MOVE EMP-WINS TO RL-WINS.
000264 MOVE EMP-LOSSES TO RL-LOSSES.
000265 MOVE EMP-DRAWS TO RL-DRAWS.
000266 WRITE REPORT-LINE.
000267 MOVE 0 TO EMP-MATCHES.
000268 MOVE 0 TO EMP-WINS.
000269 MOVE 0 TO EMP-LOSSES.
000270 MOVE 0 TO EMP-DRAWS.
000271 GO-BACK.
000272*PRINT ONE BRANCH'S STANDINGS LINE WITH ITS NAME OFF THE
000273*BRANCH MASTER, ROLL IT INTO ITS REGION, THEN RESET IT.
000274 BRANCHTOTALS.
000275 PERFORM GETBRANCH.
000276 MOVE SPACES TO REPORT-LINE.
000277 MOVE "BRANCH" TO RL-TYPE.
000278 MOVE CURR-BRANCH TO RL-KEY.
000279 MOVE BR-MATCHES TO RL-MATCHES.
000280 MOVE BR-WINS TO RL-WINS.
000281 MOVE BR-LOSSES TO RL-LOSSES.
000282 MOVE BR-DRAWS TO RL-DRAWS.
000283 MOVE BR-NAME-WK TO RL-NAME.
000284 WRITE REPORT-LINE.
000285 PERFORM COUNTREGION.
000286 MOVE 0 TO BR-MATCHES.
000287 MOVE 0 TO BR-WINS.
000288 MOVE 0 TO BR-LOSSES.
000289 MOVE 0 TO BR-DRAWS.
000290 GO-BACK.
000291*LOOK THE CURRENT BRANCH UP ON THE BRANCH MASTER TABLE.
000292*BRANCHES THE MASTER DOES NOT KNOW - THE OLD PHANTOMS - ARE
000293*CALLED OUT AND ROLL UP UNDER REGION ??.
000294 GETBRANCH.
000295 MOVE 0 TO BRANCH-SLOT.
000296 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000297     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000298 IF BT-BRANCH(BRANCH-IX) = CURR-BRANCH
000299 MOVE BRANCH-IX TO BRANCH-SLOT
000300 END-IF
000301 END-PERFORM.
000302 IF BRANCH-SLOT > 0
000303 MOVE BT-NAME(BRANCH-SLOT) TO BR-NAME-WK
000304 MOVE BT-REGION(BRANCH-SLOT) TO BR-REGION-WK
000305 ELSE
000306 MOVE "*NOT ON MASTER*" TO BR-NAME-WK
000307 MOVE "??" TO BR-REGION-WK
000308 END-IF.
000309 GO-BACK.
000310*ROLL THE BRANCH STANDINGS INTO ITS REGION'S SLOT.
000311 COUNTREGION.
000312 MOVE 0 TO REG-SLOT.
000313 PERFORM VARYING REG-IX FROM 1 BY 1
000314     UNTIL (REG-IX > REG-USED) OR (REG-SLOT > 0)
000315 IF REG-ID(REG-IX) = BR-REGION-WK
000316 MOVE REG-IX TO REG-SLOT
000317 END-IF
000318 END-PERFORM.
000319 IF REG-SLOT = 0
000320 IF REG-USED < 10
000321 ADD 1 TO REG-USED
000322 MOVE REG-USED TO REG-SLOT
000323 MOVE BR-REGION-WK TO REG-ID(REG-SLOT)
000324 MOVE 0 TO REG-MATCHES(REG-SLOT)
000325 MOVE 0 TO REG-WINS(REG-SLOT)
000326 MOVE 0 TO REG-LOSSES(REG-SLOT)
000327 MOVE 0 TO REG-DRAWS(REG-SLOT)
000328 ELSE
000329 MOVE 10 TO REG-SLOT
000330 MOVE "**" TO REG-ID(REG-SLOT)
000331 END-IF
000332 END-IF.
000333 ADD BR-MATCHES TO REG-MATCHES(REG-SLOT).
000334 ADD BR-WINS TO REG-WINS(REG-SLOT).
000335 ADD BR-LOSSES TO REG-LOSSES(REG-SLOT).
000336 ADD BR-DRAWS TO REG-DRAWS(REG-SLOT).
000337 GO-BACK.
000338*PRINT ONE LINE PER REGION SEEN THIS RUN - THE ROLLUP LEVEL
000339*ABOVE THE BRANCHES THAT HEAD OFFICE ASKS FOR.
000340 REGIONTOTALS.
000341 PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > REG-USED
000342 MOVE SPACES TO REPORT-LINE
000343 MOVE "REGION" TO RL-TYPE
000344 MOVE REG-ID(REG-IX) TO RL-KEY
000345 MOVE REG-MATCHES(REG-IX) TO RL-MATCHES
000346 MOVE REG-WINS(REG-IX) TO RL-WINS
000347 MOVE REG-LOSSES(REG-IX) TO RL-LOSSES
000348 MOVE REG-DRAWS(REG-IX) TO RL-DRAWS
000349 WRITE REPORT-LINE
000350 END-PERFORM.
000351 GO-BACK.
000352*READ THE BRANCH MASTER INTO ITS LOOKUP TABLE. IF IT CANNOT
000353*BE READ THE REPORT STILL RUNS - BRANCH NAMES BLANK OUT AND
000354*EVERYTHING ROLLS UP UNDER REGION ??.
000355 LOADBRANCHES.
000356 OPEN INPUT BRANCH-MASTER-FILE.
000357 IF BM-STATUS = "00"
000358 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000359 READ BRANCH-MASTER-FILE
000360 AT END
000361 SET BM-EOF TO TRUE
000362 NOT AT END
000363 ADD 1 TO BRANCH-USED
000364 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000365 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
000366 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
000367 END-READ
000368 END-PERFORM
000369 CLOSE BRANCH-MASTER-FILE
000370 ELSE
000371 DISPLAY "BRNCHMST UNAVAILABLE. NAMES BLANK, REGION ?? ONLY."
000372 END-IF.
000373 GO-BACK.
000374*A BRANCH HISTORY TOO BIG FOR BRHIST MEANS SOME RESULTS MAY SIT
000375*UNDER THE WRONG BRANCH. SAY SO ON THE REPORT ITSELF AND END
000376*RC 8, SO THE STREAM STOPS BEFORE THE FIGURES GO OUT AS SOUND.
000377 WARNSHORT.
000378 IF BRH-SHORT
000379 MOVE SPACES TO REPORT-LINE
000380 WRITE REPORT-LINE
000381 MOVE "** BRANCH HISTORY INCOMPLETE - BRANCH FIGURES UNRELIABLE"
000382     TO REPORT-LINE
000383 WRITE REPORT-LINE
000384 DISPLAY "BRANCH HISTORY INCOMPLETE. BRANCH FIGURES NOT RELIABLE"
000385     " - SEE THE EXCEPTION LOG."
000386 MOVE 8 TO RETURN-CODE
000387 END-IF.
000388 GO-BACK.
