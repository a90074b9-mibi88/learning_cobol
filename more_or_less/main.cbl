000048* NUMBER ABOVE IT COULD NEVER BE GUESSED AGAIN. OLD, SHORTER
000049* CHECKPOINTS READ BACK WITH A BLANK CEILING AND KEEP THE
000050* DEFAULT, AS BEFORE.
000051*10/15/26 MIBI88 - TRAINING ASSIGNMENTS: AT SIGN-ON THE KIOSK
000052* SHOWS WHAT THE EMPLOYEE STILL OWES ON THEIR OPEN TRNASSGN
000053* PLANS, AND EVERY SESSION WRITTEN TO GAME-RESULTS COUNTS
000054* AGAINST THE OPEN PLAN FOR ITS TIER (OR ANY TIER) DUE
000055* SOONEST, CLOSING IT WHEN THE COUNT IS MET. THE CHECKPOINT
000056* NOW CARRIES THE TIER CODE SO A RESUMED SESSION COUNTS ON
000057* THE TIER IT WAS PLAYED UNDER.
000058*10/15/26 MIBI88 - EACH GUESS-HISTORY RECORD NOW CARRIES THE
000059* TIME OF DAY, FOR THE OVERNIGHT INTEGRITY AUDIT.
000060*10/15/26 MIBI88 - THE KIOSK NOW SPEAKS ITS BRANCH'S LANGUAGE:
000061* AT STARTUP THE STATION'S BRANCH IS FOUND THROUGH STNMAST, ITS
000062* LANGUAGE ON BRNCHMST, AND THE PLAYER PROMPTS AND HINTS ARE
000063* TAKEN FROM THE MSGCAT MESSAGE CATALOG (NUMBERS 1001-1029).
000064* ANY MESSAGE THE CATALOG LACKS IN THAT LANGUAGE FALLS BACK TO
000065* ENGLISH AND GOES ON THE EXCEPTION LOG ONCE FOR TRANSLATION.
000066 ENVIRONMENT DIVISION.
000067 CONFIGURATION SECTION.
000068 SOURCE-COMPUTER. GNUCOBOL.
000069 OBJECT-COMPUTER. GNUCOBOL.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000073 ORGANIZATION LINE SEQUENTIAL
000074 FILE STATUS IS CFG-STATUS.
000075 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000076 ORGANIZATION INDEXED
000077 ACCESS RANDOM
000078 RECORD KEY IS GR-KEY
000079 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000080 FILE STATUS IS GR-STATUS.
000081 SELECT RESTART-FILE ASSIGN "RESTART"
000082 ORGANIZATION LINE SEQUENTIAL
000083 FILE STATUS IS RS-STATUS.
000084 SELECT TRANS-FILE ASSIGN "GUESSES"
000085 ORGANIZATION LINE SEQUENTIAL
000086 FILE STATUS IS TRANS-STATUS.
000087 SELECT RUN-MODE-FILE ASSIGN "RUNMODE"
000088 ORGANIZATION LINE SEQUENTIAL
000089 FILE STATUS IS RM-STATUS.
000090 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000091 ORGANIZATION INDEXED
000092 ACCESS RANDOM
000093 RECORD KEY IS EM-EMPLOYEE-ID
000094 FILE STATUS IS EM-STATUS.
000095 SELECT GUESS-HIST-FILE ASSIGN "GUESSHST"
000096 ORGANIZATION LINE SEQUENTIAL
000097 FILE STATUS IS GH-STATUS.
000098 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000099 ORGANIZATION LINE SEQUENTIAL
000100 FILE STATUS IS CL-STATUS.
000101 SELECT STATION-IDENT-FILE ASSIGN "STNID"
000102 ORGANIZATION LINE SEQUENTIAL
000103 FILE STATUS IS SI-STATUS.
000104 SELECT STATION-MASTER-FILE ASSIGN "STNMAST"
000105 ORGANIZATION LINE SEQUENTIAL
000106 FILE STATUS IS SM-STATUS.
000107 SELECT TOUR-PAIR-FILE ASSIGN "TOURPAIR"
000108 ORGANIZATION LINE SEQUENTIAL
000109 FILE STATUS IS TP-STATUS.
000110 SELECT TRAIN-ASSIGN-FILE ASSIGN "TRNASSGN"
000111 ORGANIZATION LINE SEQUENTIAL
000112 FILE STATUS IS TA-FILE-STATUS.
000113 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000114 ORGANIZATION LINE SEQUENTIAL
000115 FILE STATUS IS BM-STATUS.
000116 SELECT MSG-CATALOG-FILE ASSIGN "MSGCAT"
000117 ORGANIZATION LINE SEQUENTIAL
000118 FILE STATUS IS MC-STATUS.
000119 SELECT EXCEPTION-LOG-FILE ASSIGN "EXCPLOG"
000120 ORGANIZATION LINE SEQUENTIAL
000121 FILE STATUS IS EX-STATUS-WK.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD DIFF-CONFIG-FILE.
000126 COPY "diffcfg.cpy".
000127 FD GAME-RESULTS-FILE.
000128 COPY "gameres.cpy".
000129 FD RESTART-FILE.
000130 COPY "restart.cpy".
000131 FD TRANS-FILE.
000132 COPY "transrec.cpy".
000133 FD RUN-MODE-FILE.
000134 COPY "runmode.cpy".
000135 FD EMPLOYEE-MASTER-FILE.
000136 COPY "empmast.cpy".
000137 FD GUESS-HIST-FILE.
000138 COPY "guesshst.cpy".
000139 FD CHALLENGE-RESULTS-FILE.
000140 COPY "chalres.cpy".
000141 FD STATION-IDENT-FILE.
000142 COPY "stnident.cpy".
000143 FD STATION-MASTER-FILE.
000144 COPY "stnmast.cpy".
000145 FD TOUR-PAIR-FILE.
000146 COPY "tourpair.cpy".
000147 FD TRAIN-ASSIGN-FILE.
000148 COPY "trnassgn.cpy".
000149 FD BRANCH-MASTER-FILE.
000150 COPY "brnchmst.cpy".
000151 FD MSG-CATALOG-FILE.
000152 COPY "msgcat.cpy".
000153 FD EXCEPTION-LOG-FILE.
000154 COPY "excplog.cpy".
000155 WORKING-STORAGE SECTION.
000156 01 NUM PIC 9(3).
000157 01 EXPECTED PIC 9(3).
000158 01 SEED PIC 9(3) VALUE 492.
000159 01 TIME-OF-DAY PIC 9(8).
000160 01 TRIESLEFT PIC 99 VALUE 10.
000161 01 START-TRIES PIC 99.
000162 01 MAXNUM PIC 9(03) VALUE 999.
000163 01 DIVISOR PIC 9(04).
000164 01 RAND-VALUE PIC 9(09).
000165 01 RAND-QUOTIENT PIC 9(09).
000166 01 CFG-STATUS PIC X(02).
000167 01 GR-STATUS PIC X(02).
000168 01 RS-STATUS PIC X(02).
000169 01 TRANS-STATUS PIC X(02).
000170 01 RM-STATUS PIC X(02).
000171 01 EM-STATUS PIC X(02).
000172 01 GH-STATUS PIC X(02).
000173 01 EMPLOYEE-ID PIC X(06).
000174 01 RESTART-SW PIC X(01) VALUE "N".
000175 88 RESTART-FOUND VALUE "Y".
000176 01 MODE-SW PIC X(01) VALUE "I".
000177 88 BATCH-MODE VALUE "B".
000178 88 CHALLENGE-MODE VALUE "C".
000179 01 NUM-INPUT PIC X(03).
000180 01 NUM-CHECK PIC X(03).
000181 01 BAD-INPUT-CT PIC 9(03) VALUE 0.
000182 01 DIFF-TIER-CODE PIC X(01) VALUE SPACES.
000183 01 TRANS-OPEN-SW PIC X(01) VALUE "N".
000184 88 TRANS-OPEN VALUE "Y".
000185 01 VALID-SW PIC X(01) VALUE "N".
000186 88 VALID-GUESS VALUE "Y".
000187 01 BAD-ID-CT PIC 9(03) VALUE 0.
000188 01 EMPMAST-OPEN-SW PIC X(01) VALUE "N".
000189 88 EMPMAST-OPEN VALUE "Y".
000190 01 EMP-OK-SW PIC X(01) VALUE "N".
000191 88 EMP-OK VALUE "Y".
000192 01 SESSION-VOID-SW PIC X(01) VALUE "N".
000193 88 SESSION-VOID VALUE "Y".
000194 01 HINT-CODE PIC X(01) VALUE "N".
000195 01 GUESS-DATE PIC 9(06).
000196 01 RESULT-DONE-SW PIC X(01) VALUE "N".
000197 88 RESULT-WRITTEN VALUE "Y".
000198 01 SEQ-TRY PIC 9(04).
000199 01 CL-STATUS PIC X(02).
000200 01 CH1-ID PIC X(06) VALUE SPACES.
000201 01 CH2-ID PIC X(06) VALUE SPACES.
000202 01 CH1-LEFT PIC 99 VALUE 0.
000203 01 CH2-LEFT PIC 99 VALUE 0.
000204 01 CUR-ID PIC X(06).
000205 01 CUR-LEFT PIC 99.
000206 01 CHAL-PLAYER PIC 9(01) VALUE 1.
000207 01 CHAL-WON-SW PIC X(01) VALUE "N".
000208 88 CHAL-WON VALUE "Y".
000209 01 CHAL-WINNER PIC X(06) VALUE SPACES.
000210 01 FORCED-OUTCOME PIC X(01) VALUE SPACE.
000211 01 SI-STATUS PIC X(02).
000212 01 SM-STATUS PIC X(02).
000213 01 STATION-ID PIC X(04) VALUE SPACES.
000214 01 STN-EOF-SW PIC X(01) VALUE "N".
000215 88 STN-EOF VALUE "Y".
000216 01 STN-FOUND-SW PIC X(01) VALUE "N".
000217 88 STN-FOUND VALUE "Y".
000218 01 TIER-TABLE.
000219 02 TIER-ENTRY OCCURS 9 TIMES.
000220 03 TIER-CODE PIC X(01).
000221 03 TIER-TRIES PIC 99.
000222 03 TIER-MAXNUM PIC 9(03).
000223 01 TIER-USED PIC 9(01) VALUE 0.
000224 01 TIER-IX PIC 9(02).
000225 01 TIER-SLOT PIC 9(01).
000226 01 CFG-EOF-SW PIC X(01) VALUE "N".
000227 88 CFG-EOF VALUE "Y".
000228 01 EMP-TIER PIC X(01) VALUE SPACE.
000229 01 TP-STATUS PIC X(02).
000230 01 PAIR-TABLE.
000231 02 PAIR-ENTRY OCCURS 200 TIMES.
000232 03 PE-ROUND PIC 9(02).
000233 03 PE-MATCH PIC 9(03).
000234 03 PE-PLAYER-1 PIC X(06).
000235 03 PE-PLAYER-2 PIC X(06).
000236 03 PE-PLAYED PIC X(01).
000237 03 PE-WINNER PIC X(06).
000238 01 PAIR-USED PIC 9(03) VALUE 0.
000239 01 PAIR-IX PIC 9(03).
000240 01 PAIR-SLOT PIC 9(03) VALUE 0.
000241 01 PAIR-EOF-SW PIC X(01) VALUE "N".
000242 88 PAIR-EOF VALUE "Y".
000243 01 TOUR-ACTIVE-SW PIC X(01) VALUE "N".
000244 88 TOUR-ACTIVE VALUE "Y".
000245 01 CUR-ROUND PIC 9(02) VALUE 0.
000246 01 TOUR-WINNER PIC X(06) VALUE SPACES.
000247 01 TA-FILE-STATUS PIC X(02).
000248 01 TA-EOF-SW PIC X(01) VALUE "N".
000249 88 TA-EOF VALUE "Y".
000250 01 ASSIGN-TABLE.
000251 02 ASSIGN-ENTRY OCCURS 500 TIMES.
000252 03 AE-EMPLOYEE-ID PIC X(06).
000253 03 AE-TIER PIC X(01).
000254 03 AE-SESSIONS-REQ PIC 9(03).
000255 03 AE-SESSIONS-DONE PIC 9(03).
000256 03 AE-DUE-DATE PIC 9(06).
000257 03 AE-TRAINER PIC X(06).
000258 03 AE-ASSIGN-DATE PIC 9(06).
000259 03 AE-STATUS PIC X(01).
000260 03 AE-COMPLETE-DATE PIC 9(06).
000261 01 ASSIGN-USED PIC 9(03) VALUE 0.
000262 01 ASSIGN-IX PIC 9(03).
000263 01 ASSIGN-SLOT PIC 9(03) VALUE 0.
000264 01 ASSIGN-FULL-SW PIC X(01) VALUE "N".
000265 88 ASSIGN-FULL VALUE "Y".
000266 01 SESSIONS-OWED PIC 9(03).
000267 01 BM-STATUS PIC X(02).
000268 01 MC-STATUS PIC X(02).
000269 01 EX-STATUS-WK PIC X(02).
000270 01 STATION-BRANCH PIC X(02) VALUE SPACES.
000271 01 KIOSK-LANGUAGE PIC X(02) VALUE "EN".
000272 01 BM-EOF-SW PIC X(01) VALUE "N".
000273 88 BM-EOF VALUE "Y".
000274 01 BM-FOUND-SW PIC X(01) VALUE "N".
000275 88 BM-FOUND VALUE "Y".
000276 01 MC-EOF-SW PIC X(01) VALUE "N".
000277 88 MC-EOF VALUE "Y".
000278 01 MC-READ-SW PIC X(01) VALUE "N".
000279 88 MC-READ VALUE "Y".
000280 01 EX-EOF-SW PIC X(01) VALUE "N".
000281 88 EX-EOF VALUE "Y".
000282*THE PLAYER TEXT, IN CATALOG ORDER: TX-ENTRY(N) IS MESSAGE
000283*TX-BASE + N. THE VALUES ARE THE ENGLISH SHOWN WHEN MSGCAT
000284*HAS NEITHER THE BRANCH'S LANGUAGE NOR AN EN ENTRY. A NEW
000285*MESSAGE GOES ON THE END, WITH TX-COUNT, THE TWO REDEFINES
000286*AND THE CATALOG-HITS TABLE ALL MOVED UP TO MATCH.
000287 01 KIOSK-TEXT.
000288 02 TX-TITLE PIC X(47)
000289     VALUE "= MORE OR LESS =".
000290 02 TX-TIER PIC X(47)
000291     VALUE "DIFFICULTY TIER:".
000292 02 TX-RESUMING PIC X(47)
000293     VALUE "RESUMING YOUR CHECKPOINTED SESSION.".
000294 02 TX-YOU-WIN PIC X(47)
000295     VALUE "YOU WIN!".
000296 02 TX-GAME-OVER PIC X(47)
000297     VALUE "GAME OVER!".
000298 02 TX-TRIES-LEFT PIC X(47)
000299     VALUE "Tries left:".
000300 02 TX-BIGGER PIC X(47)
000301     VALUE "TRY A BIGGER NUMBER.".
000302 02 TX-SMALLER PIC X(47)
000303     VALUE "TRY A SMALLER NUMBER.".
000304 02 TX-ENTER-ID PIC X(47)
000305     VALUE "Enter your employee ID.".
000306 02 TX-NO-VALID-ID PIC X(47)
000307     VALUE "NO VALID EMPLOYEE ID. ENDING SESSION.".
000308 02 TX-YOUR-TIER PIC X(47)
000309     VALUE "YOUR DIFFICULTY TIER:".
000310 02 TX-NO-ID PIC X(47)
000311     VALUE "NO ID ENTERED. TRY AGAIN.".
000312 02 TX-UNKNOWN-ID PIC X(47)
000313     VALUE "UNKNOWN EMPLOYEE ID. TRY AGAIN.".
000314 02 TX-INACTIVE-ID PIC X(47)
000315     VALUE "THIS ID IS NOT ACTIVE. SEE YOUR TRAINER.".
000316 02 TX-ENTER-NUM PIC X(47)
000317     VALUE "Enter a number.".
000318 02 TX-NOT-NUM PIC X(47)
000319     VALUE "NOT A NUMBER. TRY AGAIN.".
000320 02 TX-OUT-OF-RANGE PIC X(47)
000321     VALUE "OUT OF RANGE. TRY AGAIN.".
000322 02 TX-NO-INPUT PIC X(47)
000323     VALUE "NO USABLE CONSOLE INPUT. ENDING SESSION.".
000324 02 TX-CHAL-HEAD PIC X(47)
000325     VALUE "= CHALLENGE MODE: TWO PLAYERS, ONE NUMBER =".
000326 02 TX-PLAYER PIC X(47)
000327     VALUE "PLAYER".
000328 02 TX-PLAYER-ID PIC X(47)
000329     VALUE "ENTER YOUR EMPLOYEE ID.".
000330 02 TX-PLAYER-TRIES PIC X(47)
000331     VALUE "TRIES LEFT:".
000332 02 TX-DIFFERENT PIC X(47)
000333     VALUE "PLAYER 2 MUST BE A DIFFERENT EMPLOYEE.".
000334 02 TX-CHAL-NO-ID PIC X(47)
000335     VALUE "NO VALID EMPLOYEE ID. CHALLENGE ABANDONED.".
000336 02 TX-ABANDONED PIC X(47)
000337     VALUE "CHALLENGE ABANDONED. MATCH NOT RECORDED.".
000338 02 TX-WINNER PIC X(47)
000339     VALUE "WINNER:".
000340 02 TX-NOBODY PIC X(47)
000341     VALUE "NOBODY FOUND IT. THE NUMBER WAS".
000342 02 TX-PLAN-OVERDUE PIC X(47)
000343     VALUE "THIS PLAN IS OVERDUE. SEE YOUR TRAINER.".
000344 02 TX-NO-ROUND PIC X(47)
000345     VALUE "NO OPEN TOURNAMENT ROUND. PLAYING A FRIENDLY.".
000346 01 KIOSK-TEXT-TABLE REDEFINES KIOSK-TEXT.
000347 02 TX-ENTRY PIC X(47) OCCURS 29 TIMES.
000348 01 KIOSK-LENGTHS.
000349 02 LN-TITLE PIC 9(02).
000350 02 LN-TIER PIC 9(02).
000351 02 LN-RESUMING PIC 9(02).
000352 02 LN-YOU-WIN PIC 9(02).
000353 02 LN-GAME-OVER PIC 9(02).
000354 02 LN-TRIES-LEFT PIC 9(02).
000355 02 LN-BIGGER PIC 9(02).
000356 02 LN-SMALLER PIC 9(02).
000357 02 LN-ENTER-ID PIC 9(02).
000358 02 LN-NO-VALID-ID PIC 9(02).
000359 02 LN-YOUR-TIER PIC 9(02).
000360 02 LN-NO-ID PIC 9(02).
000361 02 LN-UNKNOWN-ID PIC 9(02).
000362 02 LN-INACTIVE-ID PIC 9(02).
000363 02 LN-ENTER-NUM PIC 9(02).
000364 02 LN-NOT-NUM PIC 9(02).
000365 02 LN-OUT-OF-RANGE PIC 9(02).
000366 02 LN-NO-INPUT PIC 9(02).
000367 02 LN-CHAL-HEAD PIC 9(02).
000368 02 LN-PLAYER PIC 9(02).
000369 02 LN-PLAYER-ID PIC 9(02).
000370 02 LN-PLAYER-TRIES PIC 9(02).
000371 02 LN-DIFFERENT PIC 9(02).
000372 02 LN-CHAL-NO-ID PIC 9(02).
000373 02 LN-ABANDONED PIC 9(02).
000374 02 LN-WINNER PIC 9(02).
000375 02 LN-NOBODY PIC 9(02).
000376 02 LN-PLAN-OVERDUE PIC 9(02).
000377 02 LN-NO-ROUND PIC 9(02).
000378 01 KIOSK-LENGTH-TABLE REDEFINES KIOSK-LENGTHS.
000379 02 LN-ENTRY PIC 9(02) OCCURS 29 TIMES.
000380 01 CATALOG-HITS.
000381 02 CATALOG-HIT OCCURS 29 TIMES.
000382 03 CAT-LOCAL-SW PIC X(01).
000383 03 CAT-EN-SW PIC X(01).
000384 03 CAT-EN-TEXT PIC X(47).
000385 01 TX-BASE PIC 9(04) VALUE 1000.
000386 01 TX-COUNT PIC 9(02) VALUE 29.
000387 01 TX-IX PIC 9(02).
000388 01 TX-LEN PIC 9(02).
000389 01 MISS-MSG-NO PIC 9(04).
000390 01 LOGGED-TABLE.
000391 02 LOGGED-KEY PIC X(11) OCCURS 100 TIMES.
000392 01 LOGGED-USED PIC 9(03) VALUE 0.
000393 01 LOGGED-IX PIC 9(03).
000394 01 LOGGED-LOADED-SW PIC X(01) VALUE "N".
000395 88 LOGGED-LOADED VALUE "Y".
000396 01 LOGGED-FOUND-SW PIC X(01) VALUE "N".
000397 88 LOGGED-FOUND VALUE "Y".
000398 COPY "errlink.cpy".
000399 PROCEDURE DIVISION.
000400
000401 MAIN.
000402 MOVE "MOREORLESS" TO ERR-PROGRAM.
000403 PERFORM READSTATION.
000404 PERFORM LOADMESSAGES.
000405 DISPLAY TX-TITLE(1:LN-TITLE).
000406 PERFORM READCFG.
000407 PERFORM READMODE.
000408 DISPLAY TX-TIER(1:LN-TIER), " ", DIFF-TIER-CODE.
000409*A CHALLENGE SESSION HAS ITS OWN FLOW - TWO PLAYERS, ONE DRAW,
000410*NO CHECKPOINTING - SO IT TAKES OVER HERE AND THE NORMAL
000411*SINGLE-PLAYER MACHINERY BELOW NEVER RUNS.
000412 IF CHALLENGE-MODE
000413 PERFORM CHALRUN
000414 STOP RUN
000415 END-IF.
000416*BATCH RUNS ARE UNATTENDED REGRESSION CHECKS ON RANDINT, SO THEY
000417*ALWAYS DRAW FRESH INSTEAD OF PICKING UP A STALE CHECKPOINT LEFT
000418*BY AN EARLIER INTERACTIVE KIOSK SESSION.
000419 IF BATCH-MODE
000420 MOVE TRIESLEFT TO START-TRIES
000421 PERFORM GETEMPLOYEE
000422 PERFORM RANDINT
000423 ELSE
000424 PERFORM CHECKRESTART
000425 IF RESTART-FOUND
000426 DISPLAY TX-RESUMING(1:LN-RESUMING)
000427 ELSE
000428 MOVE TRIESLEFT TO START-TRIES
000429 PERFORM GETEMPLOYEE
000430 PERFORM RANDINT
000431 END-IF
000432 END-IF.
000433 IF BATCH-MODE
000434 PERFORM OPENTRANS
000435 END-IF.
000436 PERFORM UNTIL (NUM = EXPECTED) OR (TRIESLEFT = 0)
000437 PERFORM LOOP
000438 END-PERFORM.
000439 IF BATCH-MODE
000440 PERFORM CLOSETRANS
000441 END-IF.
000442 IF TRIESLEFT > 0
000443 DISPLAY TX-YOU-WIN(1:LN-YOU-WIN)
000444 ELSE
000445 DISPLAY TX-GAME-OVER(1:LN-GAME-OVER).
000446*A BATCH RUN HAS NO INTERACTIVE CHECKPOINT TO CLEAR, AND ITS
000447*SYNTHETIC "BATCH0" OUTCOME HAS NO PLACE IN THE SHARED TRAINING
000448*RECORDS THE HR REPORT AND THE LOBBY LEADERBOARD BOTH READ, SO
000449*NEITHER PARAGRAPH RUNS FOR ONE.
000450*A SESSION TURNED AWAY BY THE EMPLOYEE MASTER CHECK NEVER RAN,
000451*SO IT LEAVES NO TRAINING RECORD EITHER.
000452 IF NOT BATCH-MODE
000453 PERFORM CLEARCHECKPOINT
000454 IF NOT SESSION-VOID
000455 PERFORM WRITERESULT
000456 END-IF
000457 END-IF.
000458 STOP RUN.
000459*IN GAME. NUM COMES FROM THE CONSOLE UNLESS WE ARE RUNNING IN
000460*UNATTENDED BATCH MODE, IN WHICH CASE IT COMES FROM TRANS-FILE.
000461*CONSOLE INPUT IS VALIDATED BY GETNUM BEFORE IT EVER GETS HERE, SO
000462*A BAD KEYSTROKE DOES NOT COST A TRY.
000463 LOOP.
000464 DISPLAY TX-TRIES-LEFT(1:LN-TRIES-LEFT), " ", TRIESLEFT.
000465 IF BATCH-MODE
000466 PERFORM READTRANS
000467 ELSE
000468 PERFORM GETNUM
000469 END-IF.
000470 IF TRIESLEFT > 0
000471 MOVE "N" TO HINT-CODE
000472 IF NUM = EXPECTED
000473 MOVE "E" TO HINT-CODE
000474 END-IF
000475 IF (NUM < EXPECTED) AND (TRIESLEFT > 1)
000476 DISPLAY TX-BIGGER(1:LN-BIGGER)
000477 MOVE "B" TO HINT-CODE
000478 END-IF
000479 IF (NUM > EXPECTED) AND (TRIESLEFT > 1)
000480 DISPLAY TX-SMALLER(1:LN-SMALLER)
000481 MOVE "S" TO HINT-CODE
000482 END-IF
000483 SUBTRACT 1 FROM TRIESLEFT
000484*A BATCH RUN HAS NO KIOSK SESSION TO RESUME, SO IT MUST NEVER
000485*OVERWRITE THE INTERACTIVE CHECKPOINT A REAL TRAINEE MAY HAVE
000486*DROPPED EARLIER. ITS SYNTHETIC BATCH0 GUESSES STAY OUT OF THE
000487*GUESS HISTORY FOR THE SAME REASON ITS OUTCOME STAYS OUT OF
000488*GAME-RESULTS.
000489 IF NOT BATCH-MODE
000490 PERFORM WRITEGUESS
000491 PERFORM CHECKPOINT
000492 END-IF
000493 END-IF.
000494 GO-BACK.
000495*READ THE DIFFICULTY TIER LADDER INTO THE TIER TABLE. THE
000496*FIRST RECORD IS THE INSTALL DEFAULT AND APPLIES IMMEDIATELY,
000497*AS IT ALWAYS HAS; AN EMPLOYEE'S OWN TIER TAKES OVER AFTER
000498*SIGN-ON. IF THE FILE CANNOT BE READ, KEEP THE DEFAULTS SET
000499*ABOVE IN WORKING-STORAGE - BUT SAY SO ON THE EXCEPTION LOG
000500*INSTEAD OF FALLING BACK SILENTLY.
000501 READCFG.
000502 OPEN INPUT DIFF-CONFIG-FILE.
000503 IF CFG-STATUS = "00"
000504 MOVE "N" TO CFG-EOF-SW
000505 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
000506 READ DIFF-CONFIG-FILE
000507 AT END
000508 SET CFG-EOF TO TRUE
000509 NOT AT END
000510 ADD 1 TO TIER-USED
000511 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
000512 MOVE DIFF-TRIES TO TIER-TRIES(TIER-USED)
000513 MOVE DIFF-MAXNUM TO TIER-MAXNUM(TIER-USED)
000514 END-READ
000515 END-PERFORM
000516 CLOSE DIFF-CONFIG-FILE
000517 IF TIER-USED > 0
000518 MOVE TIER-TRIES(1) TO TRIESLEFT
000519 MOVE TIER-MAXNUM(1) TO MAXNUM
000520 MOVE TIER-CODE(1) TO DIFF-TIER-CODE
000521 END-IF
000522 ELSE
000523 MOVE "DIFFCFG" TO ERR-FILE
000524 MOVE CFG-STATUS TO ERR-FILE-STATUS
000525 MOVE "W" TO ERR-SEVERITY
000526 MOVE "DEFAULTS KEPT" TO ERR-ACTION
000527 PERFORM CALLERRLOG
000528 END-IF.
000529 GO-BACK.
000530*SEE IF THE RUN MODE SWITCH FILE SAYS THIS IS AN UNATTENDED BATCH
000531*RUN. THIS IS DELIBERATELY A SEPARATE FILE FROM DIFFCFG, SO A
000532*BRANCH'S DIFFICULTY TIER SETUP CAN NEVER ACCIDENTALLY CARRY
000533*BATCH MODE INTO A REAL KIOSK SESSION. IF IT IS MISSING, STAY IN
000534*THE DEFAULT INTERACTIVE MODE SET ABOVE IN WORKING-STORAGE.
000535 READMODE.
000536 OPEN INPUT RUN-MODE-FILE.
000537 IF RM-STATUS = "00"
000538 READ RUN-MODE-FILE
000539 NOT AT END
000540 MOVE RM-MODE TO MODE-SW
000541 END-READ
000542 CLOSE RUN-MODE-FILE
000543 ELSE
000544 MOVE "RUNMODE" TO ERR-FILE
000545 MOVE RM-STATUS TO ERR-FILE-STATUS
000546 MOVE "W" TO ERR-SEVERITY
000547 MOVE "INTERACTIVE MODE KEPT" TO ERR-ACTION
000548 PERFORM CALLERRLOG
000549 END-IF.
000550 GO-BACK.
000551*PICK UP THIS KIOSK'S STATION IDENTITY AND CHECK IT AGAINST THE
000552*STATION MASTER. A KIOSK WITH NO IDENTITY, OR ONE THE MASTER
000553*DOES NOT KNOW, STILL RUNS - THE TRAINING RECORDS JUST CARRY A
000554*BLANK STATION, AND THE EXCEPTION LOG SAYS SO INSTEAD OF THE
000555*BLANKS TURNING UP UNEXPLAINED ON THE REPORTS.
000556 READSTATION.
000557 OPEN INPUT STATION-IDENT-FILE.
000558 IF SI-STATUS = "00"
000559 READ STATION-IDENT-FILE
000560 NOT AT END
000561 MOVE SI-STATION-ID TO STATION-ID
000562 END-READ
000563 CLOSE STATION-IDENT-FILE
000564 ELSE
000565 MOVE "STNID" TO ERR-FILE
000566 MOVE SI-STATUS TO ERR-FILE-STATUS
000567 MOVE "W" TO ERR-SEVERITY
000568 MOVE "BLANK STATION STAMPED" TO ERR-ACTION
000569 PERFORM CALLERRLOG
000570 END-IF.
000571 IF STATION-ID NOT = SPACES
000572 PERFORM CHECKSTATION
000573 END-IF.
000574 GO-BACK.
000575*LOOK THE STATION UP ON THE MASTER. AN UNKNOWN STATION KEEPS
000576*ITS ID ON THE RECORDS - THE DATA IS STILL TRUER THAN A BLANK -
000577*BUT THE TROUBLE GOES ON THE EXCEPTION LOG, AS DOES A STATION
000578*THE MASTER SAYS IS OUT OF SERVICE.
000579 CHECKSTATION.
000580 MOVE "N" TO STN-EOF-SW.
000581 MOVE "N" TO STN-FOUND-SW.
000582 OPEN INPUT STATION-MASTER-FILE.
000583 IF SM-STATUS = "00"
000584 PERFORM UNTIL STN-EOF OR STN-FOUND
000585 READ STATION-MASTER-FILE
000586 AT END
000587 SET STN-EOF TO TRUE
000588 NOT AT END
000589 IF SM-STATION-ID = STATION-ID
000590 SET STN-FOUND TO TRUE
000591 END-IF
000592 END-READ
000593 END-PERFORM
000594 CLOSE STATION-MASTER-FILE
000595 IF NOT STN-FOUND
000596 DISPLAY "STATION ", STATION-ID, " IS NOT ON THE STATION"
000597     " MASTER. SEE YOUR TRAINER."
000598 MOVE "STNMAST" TO ERR-FILE
000599 MOVE "23" TO ERR-FILE-STATUS
000600 MOVE "W" TO ERR-SEVERITY
000601 MOVE "UNLISTED STATION STAMPED" TO ERR-ACTION
000602 PERFORM CALLERRLOG
000603 ELSE
000604 MOVE SM-BRANCH TO STATION-BRANCH
000605 IF SM-IN-SERVICE NOT = "Y"
000606 MOVE "STNMAST" TO ERR-FILE
000607 MOVE "00" TO ERR-FILE-STATUS
000608 MOVE "W" TO ERR-SEVERITY
000609 MOVE "OUT-OF-SERVICE STATION RAN" TO ERR-ACTION
000610 PERFORM CALLERRLOG
000611 END-IF
000612 END-IF
000613 ELSE
000614 MOVE "STNMAST" TO ERR-FILE
000615 MOVE SM-STATUS TO ERR-FILE-STATUS
000616 MOVE "W" TO ERR-SEVERITY
000617 MOVE "STATION NOT VERIFIED" TO ERR-ACTION
000618 PERFORM CALLERRLOG
000619 END-IF.
000620 GO-BACK.
000621*PUT THE PLAYER TEXT INTO THE BRANCH'S LANGUAGE. EACH MESSAGE
000622*IS TAKEN FROM MSGCAT IN THAT LANGUAGE IF IT IS THERE, ELSE
000623*FROM THE CATALOG'S ENGLISH, ELSE THE ENGLISH BUILT IN ABOVE
000624*STANDS. NO CATALOG AT ALL IS THE NORMAL STATE FOR AN ENGLISH
000625*BRANCH, SO IT IS ONLY LOGGED WHEN ANOTHER LANGUAGE WAS WANTED.
000626 LOADMESSAGES.
000627 PERFORM FINDLANGUAGE.
000628 PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
000629 MOVE "N" TO CAT-LOCAL-SW(TX-IX)
000630 MOVE "N" TO CAT-EN-SW(TX-IX)
000631 END-PERFORM.
000632 MOVE "N" TO MC-EOF-SW.
000633 OPEN INPUT MSG-CATALOG-FILE.
000634 IF MC-STATUS = "00"
000635 SET MC-READ TO TRUE
000636 PERFORM UNTIL MC-EOF
000637 READ MSG-CATALOG-FILE
000638 AT END
000639 SET MC-EOF TO TRUE
000640 NOT AT END
000641 IF (MC-MSG-NO > TX-BASE)
000642     AND (MC-MSG-NO <= TX-BASE + TX-COUNT)
000643     AND (MC-TEXT NOT = SPACES)
000644 PERFORM TAKEMSG
000645 END-IF
000646 END-READ
000647 END-PERFORM
000648 CLOSE MSG-CATALOG-FILE
000649 ELSE
000650 IF KIOSK-LANGUAGE NOT = "EN"
000651 MOVE "MSGCAT" TO ERR-FILE
000652 MOVE MC-STATUS TO ERR-FILE-STATUS
000653 MOVE "W" TO ERR-SEVERITY
000654 MOVE "ENGLISH TEXT SHOWN" TO ERR-ACTION
000655 PERFORM CALLERRLOG
000656 END-IF
000657 END-IF.
000658 PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
000659 PERFORM RESOLVEMSG
000660 END-PERFORM.
000661 GO-BACK.
000662*FIND THE LANGUAGE OF THE BRANCH THIS STATION STANDS IN. A
000663*STATION THE MASTER DID NOT PLACE IN A BRANCH, A BRANCH WITH
000664*NO LANGUAGE CODE YET, AN UNLISTED BRANCH AND A MISSING BRANCH
000665*MASTER ALL MEAN ENGLISH; THE LAST TWO ARE LOGGED AS WELL.
000666 FINDLANGUAGE.
000667 MOVE "EN" TO KIOSK-LANGUAGE.
000668 IF STATION-BRANCH NOT = SPACES
000669 MOVE "N" TO BM-EOF-SW
000670 MOVE "N" TO BM-FOUND-SW
000671 OPEN INPUT BRANCH-MASTER-FILE
000672 IF BM-STATUS = "00"
000673 PERFORM UNTIL BM-EOF OR BM-FOUND
000674 READ BRANCH-MASTER-FILE
000675 AT END
000676 SET BM-EOF TO TRUE
000677 NOT AT END
000678 IF BM-BRANCH = STATION-BRANCH
000679 SET BM-FOUND TO TRUE
000680 END-IF
000681 END-READ
000682 END-PERFORM
000683 CLOSE BRANCH-MASTER-FILE
000684 IF BM-FOUND
000685 IF BM-LANGUAGE NOT = SPACES
000686 MOVE BM-LANGUAGE TO KIOSK-LANGUAGE
000687 END-IF
000688 ELSE
000689 MOVE "BRNCHMST" TO ERR-FILE
000690 MOVE "23" TO ERR-FILE-STATUS
000691 MOVE "W" TO ERR-SEVERITY
000692 MOVE "UNLISTED BRANCH, ENGLISH SHOWN" TO ERR-ACTION
000693 PERFORM CALLERRLOG
000694 END-IF
000695 ELSE
000696 MOVE "BRNCHMST" TO ERR-FILE
000697 MOVE BM-STATUS TO ERR-FILE-STATUS
000698 MOVE "W" TO ERR-SEVERITY
000699 MOVE "ENGLISH TEXT SHOWN" TO ERR-ACTION
000700 PERFORM CALLERRLOG
000701 END-IF
000702 END-IF.
000703 GO-BACK.
000704*FILE ONE CATALOG ENTRY AGAINST ITS MESSAGE: THE BRANCH'S OWN
000705*LANGUAGE GOES STRAIGHT INTO THE TEXT, ENGLISH IS HELD BACK IN
000706*CASE THE TRANSLATION TURNS OUT TO BE MISSING.
000707 TAKEMSG.
000708 SUBTRACT TX-BASE FROM MC-MSG-NO GIVING TX-IX.
000709 IF MC-LANGUAGE = KIOSK-LANGUAGE
000710 MOVE MC-TEXT TO TX-ENTRY(TX-IX)
000711 MOVE "Y" TO CAT-LOCAL-SW(TX-IX)
000712 ELSE
000713 IF MC-LANGUAGE = "EN"
000714 MOVE MC-TEXT TO CAT-EN-TEXT(TX-IX)
000715 MOVE "Y" TO CAT-EN-SW(TX-IX)
000716 END-IF
000717 END-IF.
000718 GO-BACK.
000719*SETTLE ONE MESSAGE ONCE THE CATALOG HAS BEEN READ, AND MEASURE
000720*IT SO THE DISPLAYS CAN PUT A VALUE RIGHT AFTER THE WORDS. AN
000721*ENGLISH BRANCH MISSING A CATALOG ENTRY STILL HAS ITS ENGLISH,
000722*SO ONLY A MISSING TRANSLATION IS LOGGED.
000723 RESOLVEMSG.
000724 IF CAT-LOCAL-SW(TX-IX) NOT = "Y"
000725 IF CAT-EN-SW(TX-IX) = "Y"
000726 MOVE CAT-EN-TEXT(TX-IX) TO TX-ENTRY(TX-IX)
000727 END-IF
000728 IF MC-READ AND (KIOSK-LANGUAGE NOT = "EN")
000729 PERFORM LOGMISSING
000730 END-IF
000731 END-IF.
000732 MOVE 47 TO TX-LEN.
000733 PERFORM UNTIL (TX-LEN = 1)
000734     OR (TX-ENTRY(TX-IX)(TX-LEN:1) NOT = SPACE)
000735 SUBTRACT 1 FROM TX-LEN
000736 END-PERFORM.
000737 MOVE TX-LEN TO LN-ENTRY(TX-IX).
000738 GO-BACK.
000739*PUT A MISSING TRANSLATION ON THE EXCEPTION LOG - BUT ONLY ONCE.
000740*EVERY GAME IS A RUN OF ITS OWN, SO THE LIVE EXCEPTION LOG IS
000741*CHECKED FOR THE SAME MESSAGE AND LANGUAGE FIRST. ONCE EXCPURGE
000742*HAS CLEARED AN ACKNOWLEDGED ONE OFF THE LOG, A MESSAGE STILL
000743*UNTRANSLATED IS LOGGED AGAIN, AS A REMINDER.
000744 LOGMISSING.
000745 IF NOT LOGGED-LOADED
000746 PERFORM LOADLOGGED
000747 END-IF.
000748 ADD TX-BASE TO TX-IX GIVING MISS-MSG-NO.
000749 MOVE SPACES TO ERR-ACTION.
000750 MOVE "MSG " TO ERR-ACTION(1:4).
000751 MOVE MISS-MSG-NO TO ERR-ACTION(5:4).
000752 MOVE KIOSK-LANGUAGE TO ERR-ACTION(10:2).
000753 MOVE "MISSING, EN SHOWN" TO ERR-ACTION(13:17).
000754 MOVE "N" TO LOGGED-FOUND-SW.
000755 PERFORM VARYING LOGGED-IX FROM 1 BY 1
000756     UNTIL (LOGGED-IX > LOGGED-USED) OR LOGGED-FOUND
000757 IF LOGGED-KEY(LOGGED-IX) = ERR-ACTION(1:11)
000758 SET LOGGED-FOUND TO TRUE
000759 END-IF
000760 END-PERFORM.
000761 IF NOT LOGGED-FOUND
000762 MOVE "MSGCAT" TO ERR-FILE
000763 MOVE "23" TO ERR-FILE-STATUS
000764 MOVE "W" TO ERR-SEVERITY
000765 PERFORM CALLERRLOG
000766 END-IF.
000767 GO-BACK.
000768*PICK UP THE MISSING-TRANSLATION ENTRIES THIS PROGRAM ALREADY
000769*HAS ON THE LIVE EXCEPTION LOG. NO LOG JUST MEANS NONE YET; A
000770*LOG WITH MORE THAN THE TABLE HOLDS AT WORST LOGS ONE TWICE.
000771 LOADLOGGED.
000772 SET LOGGED-LOADED TO TRUE.
000773 MOVE 0 TO LOGGED-USED.
000774 MOVE "N" TO EX-EOF-SW.
000775 OPEN INPUT EXCEPTION-LOG-FILE.
000776 IF EX-STATUS-WK = "00"
000777 PERFORM UNTIL EX-EOF OR (LOGGED-USED = 100)
000778 READ EXCEPTION-LOG-FILE
000779 AT END
000780 SET EX-EOF TO TRUE
000781 NOT AT END
000782 IF (EX-PROGRAM = ERR-PROGRAM) AND (EX-FILE = "MSGCAT")
000783     AND (EX-ACTION(1:4) = "MSG ")
000784 ADD 1 TO LOGGED-USED
000785 MOVE EX-ACTION(1:11) TO LOGGED-KEY(LOGGED-USED)
000786 END-IF
000787 END-READ
000788 END-PERFORM
000789 CLOSE EXCEPTION-LOG-FILE
000790 END-IF.
000791 GO-BACK.
000792*SEE IF AN EARLIER SESSION LEFT A CHECKPOINT BEHIND. IF SO,
000793*RESTORE EXPECTED, TRIESLEFT, START-TRIES AND THE DRAW
000794*CEILING FROM IT INSTEAD OF STARTING A NEW DRAW. THE CEILING
000795*MATTERS: THE RESUME PATH NEVER SIGNS THE EMPLOYEE ON AGAIN,
000796*SO WITHOUT IT A SESSION CHECKPOINTED UNDER A ROOMIER TIER
000797*WOULD REPLAY UNDER THE INSTALL DEFAULT AND GETNUM WOULD
000798*REFUSE EVERY GUESS AT A NUMBER ABOVE IT. A CHECKPOINT FROM
000799*BEFORE THE CEILING FIELD READS BACK BLANK AND KEEPS THE
000800*DEFAULT, WHICH IS WHAT IT WAS PLAYED UNDER.
000801 CHECKRESTART.
000802 OPEN INPUT RESTART-FILE.
000803 IF RS-STATUS = "00"
000804 READ RESTART-FILE
000805 NOT AT END
000806 MOVE RS-EMPLOYEE-ID TO EMPLOYEE-ID
000807 MOVE RS-EXPECTED TO EXPECTED
000808 MOVE RS-TRIESLEFT TO TRIESLEFT
000809 MOVE RS-START-TRIES TO START-TRIES
000810 IF RS-MAXNUM IS NUMERIC
000811 MOVE RS-MAXNUM TO MAXNUM
000812 END-IF
000813 IF RS-TIER NOT = SPACE
000814 MOVE RS-TIER TO DIFF-TIER-CODE
000815 END-IF
000816 SET RESTART-FOUND TO TRUE
000817 END-READ
000818 CLOSE RESTART-FILE
000819 END-IF.
000820 GO-BACK.
000821*REWRITE THE CHECKPOINT FILE WITH THE CURRENT GAME STATE.
000822 CHECKPOINT.
000823 MOVE EMPLOYEE-ID TO RS-EMPLOYEE-ID.
000824 MOVE EXPECTED TO RS-EXPECTED.
000825 MOVE TRIESLEFT TO RS-TRIESLEFT.
000826 MOVE START-TRIES TO RS-START-TRIES.
000827 MOVE MAXNUM TO RS-MAXNUM.
000828 MOVE DIFF-TIER-CODE TO RS-TIER.
000829 OPEN OUTPUT RESTART-FILE.
000830 WRITE RESTART-REC.
000831 CLOSE RESTART-FILE.
000832 GO-BACK.
000833*DROP THE CHECKPOINT ONCE A SESSION HAS FINISHED.
000834 CLEARCHECKPOINT.
000835 OPEN OUTPUT RESTART-FILE.
000836 CLOSE RESTART-FILE.
000837 GO-BACK.
000838*ASK WHO IS PLAYING SO THE TRAINING RECORD CAN BE ATTRIBUTED,
000839*AND CHECK THE ID AGAINST THE EMPLOYEE MASTER SO TYPO IDS AND
000840*DEACTIVATED EMPLOYEES ARE TURNED AWAY AT THE KIOSK INSTEAD OF
000841*POLLUTING GAME-RESULTS. BATCH RUNS ARE UNATTENDED, SO THEY ARE
000842*LOGGED UNDER A FIXED ID AND SKIP THE LOOKUP.
000843*BAD-ID-CT BOUNDS THE RETRY LOOP FOR THE SAME DROPPED-SESSION
000844*REASON AS GETNUM.
000845 GETEMPLOYEE.
000846 IF BATCH-MODE
000847 MOVE "BATCH0" TO EMPLOYEE-ID
000848 ELSE
000849 PERFORM OPENEMPMAST
000850 MOVE "N" TO EMP-OK-SW
000851 MOVE 0 TO BAD-ID-CT
000852 PERFORM UNTIL EMP-OK OR (BAD-ID-CT > 99)
000853 DISPLAY TX-ENTER-ID(1:LN-ENTER-ID)
000854 ACCEPT EMPLOYEE-ID FROM CONSOLE
000855 PERFORM CHECKEMPLOYEE
000856 IF NOT EMP-OK
000857 ADD 1 TO BAD-ID-CT
000858 END-IF
000859 END-PERFORM
000860 PERFORM CLOSEEMPMAST
000861 IF NOT EMP-OK
000862 DISPLAY TX-NO-VALID-ID(1:LN-NO-VALID-ID)
000863 SET SESSION-VOID TO TRUE
000864 MOVE 0 TO TRIESLEFT
000865 ELSE
000866 PERFORM APPLYTIER
000867 PERFORM SHOWASSIGNMENTS
000868 END-IF
000869 END-IF.
000870 GO-BACK.
000871*SWITCH TO THE SIGNED-ON EMPLOYEE'S OWN TIER. A BLANK TIER, OR
000872*ONE THE LADDER DOES NOT KNOW (A TIER RETIRED FROM DIFFCFG
000873*AFTER THE EMPLOYEE WAS PUT ON IT), STAYS ON THE INSTALL
000874*DEFAULT ALREADY LOADED BY READCFG. START-TRIES MOVES WITH THE
000875*TIER - MAIN CAPTURED IT BEFORE THE SIGN-ON.
000876 APPLYTIER.
000877 IF EMP-TIER NOT = SPACE
000878 MOVE 0 TO TIER-SLOT
000879 PERFORM VARYING TIER-IX FROM 1 BY 1
000880     UNTIL (TIER-IX > TIER-USED) OR (TIER-SLOT > 0)
000881 IF TIER-CODE(TIER-IX) = EMP-TIER
000882 MOVE TIER-IX TO TIER-SLOT
000883 END-IF
000884 END-PERFORM
000885 IF TIER-SLOT > 0
000886 MOVE TIER-TRIES(TIER-SLOT) TO TRIESLEFT
000887 MOVE TIER-MAXNUM(TIER-SLOT) TO MAXNUM
000888 MOVE TIER-CODE(TIER-SLOT) TO DIFF-TIER-CODE
000889 MOVE TRIESLEFT TO START-TRIES
000890 DISPLAY TX-YOUR-TIER(1:LN-YOUR-TIER), " ", DIFF-TIER-CODE
000891 END-IF
000892 END-IF.
000893 GO-BACK.
000894*OPEN THE EMPLOYEE MASTER FOR THE SESSION LOOKUP. IF IT IS
000895*MISSING, THE KIOSK KEEPS TAKING IDS UNCHECKED RATHER THAN
000896*TURNING EVERY TRAINEE AWAY - SAME FALLBACK SHAPE AS READCFG.
000897 OPENEMPMAST.
000898 OPEN INPUT EMPLOYEE-MASTER-FILE.
000899 IF EM-STATUS = "00"
000900 SET EMPMAST-OPEN TO TRUE
000901 ELSE
000902 MOVE "N" TO EMPMAST-OPEN-SW
000903 MOVE "EMPMAST" TO ERR-FILE
000904 MOVE EM-STATUS TO ERR-FILE-STATUS
000905 MOVE "W" TO ERR-SEVERITY
000906 MOVE "IDS ACCEPTED UNCHECKED" TO ERR-ACTION
000907 PERFORM CALLERRLOG
000908 END-IF.
000909 GO-BACK.
000910*CLOSE THE EMPLOYEE MASTER IF THE LOOKUP OPEN SUCCEEDED.
000911 CLOSEEMPMAST.
000912 IF EMPMAST-OPEN
000913 CLOSE EMPLOYEE-MASTER-FILE
000914 END-IF.
000915 GO-BACK.
000916*LOOK THE ENTERED ID UP ON THE MASTER. BLANK IDS NEVER PASS,
000917*EVEN WHEN THE MASTER IS UNAVAILABLE.
000918 CHECKEMPLOYEE.
000919 IF EMPLOYEE-ID = SPACES
000920 DISPLAY TX-NO-ID(1:LN-NO-ID)
000921 ELSE
000922 IF NOT EMPMAST-OPEN
000923 SET EMP-OK TO TRUE
000924 ELSE
000925 MOVE EMPLOYEE-ID TO EM-EMPLOYEE-ID
000926 READ EMPLOYEE-MASTER-FILE
000927 INVALID KEY
000928 DISPLAY TX-UNKNOWN-ID(1:LN-UNKNOWN-ID)
000929 NOT INVALID KEY
000930 IF EM-ACTIVE = "Y"
000931 SET EMP-OK TO TRUE
000932 MOVE EM-TIER TO EMP-TIER
000933 ELSE
000934 DISPLAY TX-INACTIVE-ID(1:LN-INACTIVE-ID)
000935 END-IF
000936 END-READ
000937 END-IF
000938 END-IF.
000939 GO-BACK.
000940*SEED SRAND FROM THE TIME OF DAY SO EACH RUN DRAWS DIFFERENTLY.
000941 SEEDTIME.
000942 ACCEPT TIME-OF-DAY FROM TIME.
000943 MOVE TIME-OF-DAY TO SEED.
000944 GO-BACK.
000945*GENERATE A RANDOM NUMBER BETWEEN 0 AND MAXNUM.
000946 RANDINT.
000947 PERFORM SEEDTIME.
000948 CALL "srand" USING SEED.
000949 CALL "rand".
000950 MOVE RETURN-CODE TO RAND-VALUE.
000951 ADD 1 TO MAXNUM GIVING DIVISOR.
000952 DIVIDE RAND-VALUE BY DIVISOR GIVING RAND-QUOTIENT
000953 REMAINDER EXPECTED.
000954 GO-BACK.
000955*OPEN THE TRANSACTION FILE OF PRE-RECORDED GUESSES FOR BATCH MODE.
000956*IF IT IS MISSING, END THE RUN AS A LOSS INSTEAD OF SILENTLY
000957*PLAYING EVERY TRY AS GUESS 0.
000958 OPENTRANS.
000959 OPEN INPUT TRANS-FILE.
000960 IF TRANS-STATUS = "00"
000961 SET TRANS-OPEN TO TRUE
000962 ELSE
000963 DISPLAY "GUESSES TRANSACTION FILE NOT FOUND. ENDING BATCH RUN."
000964 MOVE 0 TO TRIESLEFT
000965 END-IF.
000966 GO-BACK.
000967*CLOSE THE TRANSACTION FILE OF PRE-RECORDED GUESSES, IF IT WAS
000968*ACTUALLY OPENED. TRANS-STATUS ISN'T RELIABLE HERE SINCE READTRANS
000969*OVERWRITES IT WITH EACH READ'S OWN STATUS.
000970 CLOSETRANS.
000971 IF TRANS-OPEN
000972 CLOSE TRANS-FILE
000973 END-IF.
000974 GO-BACK.
000975*READ THE NEXT PRE-RECORDED GUESS. IF THE FILE RUNS OUT OF
000976*GUESSES FIRST, END THE GAME AS IF ALL TRIES WERE USED.
000977 READTRANS.
000978 READ TRANS-FILE
000979 AT END
000980 DISPLAY "NO MORE GUESSES IN THE TRANSACTION FILE."
000981 MOVE 0 TO TRIESLEFT
000982 NOT AT END
000983 MOVE TRANS-REC TO NUM
000984 END-READ.
000985 GO-BACK.
000986*PROMPT FOR A GUESS FROM THE CONSOLE UNTIL ONE COMES BACK NUMERIC
000987*AND WITHIN 0 THRU MAXNUM. REJECTED INPUT DOES NOT COST A TRY.
000988*NUM-INPUT COMES BACK FROM ACCEPT PADDED WITH TRAILING SPACES, SO
000989*THE NUMERIC TEST RUNS AGAINST A ZERO-FILLED COPY RATHER THAN
000990*NUM-INPUT ITSELF - OTHERWISE A SHORT ANSWER LIKE "5" WOULD NEVER
000991*TEST AS NUMERIC.
000992*BAD-INPUT-CT BOUNDS THE RETRY LOOP SO A DROPPED KIOSK SESSION
000993*(STDIN AT END-OF-FILE, WHICH MAKES ACCEPT FROM CONSOLE RETURN
000994*SPACES IMMEDIATELY FOREVER) ENDS THE GAME INSTEAD OF SPINNING.
000995 GETNUM.
000996 MOVE "N" TO VALID-SW.
000997 MOVE 0 TO BAD-INPUT-CT.
000998 PERFORM UNTIL VALID-GUESS OR (BAD-INPUT-CT > 99)
000999 DISPLAY TX-ENTER-NUM(1:LN-ENTER-NUM)
001000 ACCEPT NUM-INPUT FROM CONSOLE
001001 MOVE NUM-INPUT TO NUM-CHECK
001002 INSPECT NUM-CHECK REPLACING ALL SPACE BY ZERO
001003 IF (NUM-INPUT = SPACES) OR (NUM-CHECK IS NOT NUMERIC)
001004 DISPLAY TX-NOT-NUM(1:LN-NOT-NUM)
001005 ADD 1 TO BAD-INPUT-CT
001006 ELSE
001007 MOVE NUM-INPUT TO NUM
001008 IF NUM <= MAXNUM
001009 SET VALID-GUESS TO TRUE
001010 ELSE
001011 DISPLAY TX-OUT-OF-RANGE(1:LN-OUT-OF-RANGE)
001012 ADD 1 TO BAD-INPUT-CT
001013 END-IF
001014 END-IF
001015 END-PERFORM.
001016 IF NOT VALID-GUESS
001017 DISPLAY TX-NO-INPUT(1:LN-NO-INPUT)
001018 MOVE 0 TO TRIESLEFT
001019 END-IF.
001020 GO-BACK.
001021*WRITE THE TRAINING RECORD FOR THIS SESSION TO GAME-RESULTS.
001022*THE SESSION SEQUENCE STARTS AT 1 AND BUMPS PAST WHATEVER THIS
001023*EMPLOYEE ALREADY PLAYED TODAY: A DUPLICATE-KEY REJECTION JUST
001024*MEANS THAT SLOT IS TAKEN, SO TRY THE NEXT ONE. A CHALLENGE
001025*SESSION FORCES THE OUTCOME - THE LOSER MAY STILL HAVE TRIES
001026*LEFT WHEN THE WINNER HITS THE NUMBER, SO TRIES LEFT ALONE
001027*CANNOT SAY WHO WON A MATCH.
001028 WRITERESULT.
001029 MOVE EMPLOYEE-ID TO GR-EMPLOYEE-ID.
001030 ACCEPT GR-DATE FROM DATE.
001031 MOVE 1 TO GR-SEQ.
001032 MOVE START-TRIES TO GR-START-TRIES.
001033 SUBTRACT TRIESLEFT FROM START-TRIES GIVING GR-TRIES-USED.
001034 MOVE EXPECTED TO GR-EXPECTED.
001035 MOVE STATION-ID TO GR-STATION.
001036 IF FORCED-OUTCOME NOT = SPACE
001037 MOVE FORCED-OUTCOME TO GR-OUTCOME
001038 ELSE
001039 IF TRIESLEFT > 0
001040 MOVE "W" TO GR-OUTCOME
001041 ELSE
001042 MOVE "L" TO GR-OUTCOME
001043 END-IF
001044 END-IF.
001045 OPEN I-O GAME-RESULTS-FILE.
001046 IF GR-STATUS = "35"
001047 OPEN OUTPUT GAME-RESULTS-FILE
001048 CLOSE GAME-RESULTS-FILE
001049 OPEN I-O GAME-RESULTS-FILE
001050 END-IF.
001051 IF GR-STATUS = "00"
001052 MOVE "N" TO RESULT-DONE-SW
001053*THE TRY COUNTER IS A DIGIT WIDER THAN GR-SEQ, SO THE BAIL-OUT
001054*AT 999 CAN ACTUALLY FIRE INSTEAD OF THE KEY WRAPPING TO ZERO.
001055 MOVE GR-SEQ TO SEQ-TRY
001056 PERFORM UNTIL RESULT-WRITTEN OR (SEQ-TRY > 999)
001057 MOVE SEQ-TRY TO GR-SEQ
001058 WRITE GAME-RESULT-REC
001059 INVALID KEY
001060 ADD 1 TO SEQ-TRY
001061 NOT INVALID KEY
001062 SET RESULT-WRITTEN TO TRUE
001063 END-WRITE
001064 END-PERFORM
001065 IF RESULT-WRITTEN
001066 PERFORM COUNTASSIGNMENT
001067 END-IF
001068 IF NOT RESULT-WRITTEN
001069 DISPLAY "GAME-RESULTS REJECTED EVERY SEQUENCE. SESSION NOT"
001070     " RECORDED. STATUS ", GR-STATUS, "."
001071 MOVE "GAMERES" TO ERR-FILE
001072 MOVE GR-STATUS TO ERR-FILE-STATUS
001073 MOVE "E" TO ERR-SEVERITY
001074 MOVE "SESSION RESULT LOST" TO ERR-ACTION
001075 PERFORM CALLERRLOG
001076 END-IF
001077 CLOSE GAME-RESULTS-FILE
001078 ELSE
001079 DISPLAY "GAME-RESULTS UNAVAILABLE. SESSION NOT RECORDED."
001080 MOVE "GAMERES" TO ERR-FILE
001081 MOVE GR-STATUS TO ERR-FILE-STATUS
001082 MOVE "E" TO ERR-SEVERITY
001083 MOVE "SESSION RESULT LOST" TO ERR-ACTION
001084 PERFORM CALLERRLOG
001085 END-IF.
001086 GO-BACK.
001087*REMIND THE SIGNED-ON EMPLOYEE OF EVERY OPEN TRAINING PLAN:
001088*HOW MANY SESSIONS ARE STILL OWED, ON WHICH TIER, BY WHEN. NO
001089*PLAN FILE MEANS NOBODY HAS BEEN SET ANY WORK YET.
001090 SHOWASSIGNMENTS.
001091 MOVE "N" TO TA-EOF-SW.
001092 ACCEPT GUESS-DATE FROM DATE.
001093 OPEN INPUT TRAIN-ASSIGN-FILE.
001094 IF TA-FILE-STATUS = "00"
001095 PERFORM UNTIL TA-EOF
001096 READ TRAIN-ASSIGN-FILE
001097 AT END
001098 SET TA-EOF TO TRUE
001099 NOT AT END
001100 IF (TA-EMPLOYEE-ID = EMPLOYEE-ID) AND (TA-STATUS = "O")
001101 PERFORM SHOWONEPLAN
001102 END-IF
001103 END-READ
001104 END-PERFORM
001105 CLOSE TRAIN-ASSIGN-FILE
001106 END-IF.
001107 GO-BACK.
001108*ONE REMINDER LINE. A PLAN PAST ITS DUE DATE SAYS SO.
001109 SHOWONEPLAN.
001110 IF TA-SESSIONS-DONE < TA-SESSIONS-REQ
001111 SUBTRACT TA-SESSIONS-DONE FROM TA-SESSIONS-REQ
001112     GIVING SESSIONS-OWED
001113 ELSE
001114 MOVE 0 TO SESSIONS-OWED
001115 END-IF.
001116 IF TA-TIER = SPACE
001117 DISPLAY "TRAINING PLAN: ", SESSIONS-OWED,
001118     " MORE SESSIONS ON ANY TIER, DUE ", TA-DUE-DATE, "."
001119 ELSE
001120 DISPLAY "TRAINING PLAN: ", SESSIONS-OWED,
001121     " MORE SESSIONS ON TIER ", TA-TIER, ", DUE ",
001122     TA-DUE-DATE, "."
001123 END-IF.
001124 IF TA-DUE-DATE < GUESS-DATE
001125 DISPLAY TX-PLAN-OVERDUE(1:LN-PLAN-OVERDUE)
001126 END-IF.
001127 GO-BACK.
001128*COUNT THE SESSION JUST RECORDED AGAINST THE EMPLOYEE'S OPEN
001129*PLAN FOR THIS TIER (A PLAN FOR ANY TIER ALSO TAKES IT). WITH
001130*MORE THAN ONE OPEN, THE ONE DUE SOONEST IS SERVED FIRST. A
001131*PLAN FILE TOO LONG FOR THE TABLE IS NOT WRITTEN BACK - THE
001132*PLANS PAST THE TABLE WOULD BE LOST, AND THE EMPLOYEE'S OWN
001133*PLAN MAY BE AMONG THEM - SO THE SESSION GOES UNCOUNTED AND
001134*THE EXCEPTION LOG SAYS WHY UNTIL TRNPURGE CLEARS IT DOWN.
001135 COUNTASSIGNMENT.
001136 PERFORM LOADASSIGNS.
001137 MOVE 0 TO ASSIGN-SLOT.
001138 PERFORM VARYING ASSIGN-IX FROM 1 BY 1
001139     UNTIL ASSIGN-IX > ASSIGN-USED
001140 IF (AE-EMPLOYEE-ID(ASSIGN-IX) = EMPLOYEE-ID)
001141     AND (AE-STATUS(ASSIGN-IX) = "O")
001142     AND ((AE-TIER(ASSIGN-IX) = SPACE)
001143     OR (AE-TIER(ASSIGN-IX) = DIFF-TIER-CODE))
001144 IF ASSIGN-SLOT = 0
001145 MOVE ASSIGN-IX TO ASSIGN-SLOT
001146 ELSE
001147 IF AE-DUE-DATE(ASSIGN-IX) < AE-DUE-DATE(ASSIGN-SLOT)
001148 MOVE ASSIGN-IX TO ASSIGN-SLOT
001149 END-IF
001150 END-IF
001151 END-IF
001152 END-PERFORM.
001153 IF ASSIGN-FULL
001154 MOVE "TRNASSGN" TO ERR-FILE
001155 MOVE "00" TO ERR-FILE-STATUS
001156 MOVE "E" TO ERR-SEVERITY
001157 MOVE "TABLE FULL, SESSION UNCOUNTED" TO ERR-ACTION
001158 PERFORM CALLERRLOG
001159 ELSE
001160 IF ASSIGN-SLOT > 0
001161 ADD 1 TO AE-SESSIONS-DONE(ASSIGN-SLOT)
001162 IF AE-SESSIONS-DONE(ASSIGN-SLOT)
001163     NOT < AE-SESSIONS-REQ(ASSIGN-SLOT)
001164 MOVE "C" TO AE-STATUS(ASSIGN-SLOT)
001165 MOVE GR-DATE TO AE-COMPLETE-DATE(ASSIGN-SLOT)
001166 DISPLAY "TRAINING PLAN COMPLETE FOR ", EMPLOYEE-ID, "."
001167 ELSE
001168 DISPLAY "TRAINING PLAN: ", AE-SESSIONS-DONE(ASSIGN-SLOT),
001169     " OF ", AE-SESSIONS-REQ(ASSIGN-SLOT), " SESSIONS DONE FOR ",
001170     EMPLOYEE-ID, "."
001171 END-IF
001172 PERFORM WRITEASSIGNS
001173 END-IF
001174 END-IF.
001175 GO-BACK.
001176*READ THE PLAN FILE INTO THE TABLE, NOTING WHEN IT WILL NOT
001177*ALL FIT.
001178 LOADASSIGNS.
001179 MOVE 0 TO ASSIGN-USED.
001180 MOVE "N" TO ASSIGN-FULL-SW.
001181 MOVE "N" TO TA-EOF-SW.
001182 OPEN INPUT TRAIN-ASSIGN-FILE.
001183 IF TA-FILE-STATUS = "00"
001184 PERFORM UNTIL TA-EOF
001185 READ TRAIN-ASSIGN-FILE
001186 AT END
001187 SET TA-EOF TO TRUE
001188 NOT AT END
001189 IF ASSIGN-USED = 500
001190 SET ASSIGN-FULL TO TRUE
001191 SET TA-EOF TO TRUE
001192 ELSE
001193 ADD 1 TO ASSIGN-USED
001194 MOVE TRAINING-ASSIGN-REC TO ASSIGN-ENTRY(ASSIGN-USED)
001195 END-IF
001196 END-READ
001197 END-PERFORM
001198 CLOSE TRAIN-ASSIGN-FILE
001199 END-IF.
001200 GO-BACK.
001201*PUT THE PLAN FILE BACK WITH THE SESSION COUNTED. A FILE THAT
001202*CANNOT BE PUT BACK MEANS THE SESSION WAS PLAYED BUT NOT
001203*COUNTED - THAT GOES TO THE EXCEPTION LOG.
001204 WRITEASSIGNS.
001205 OPEN OUTPUT TRAIN-ASSIGN-FILE.
001206 IF TA-FILE-STATUS = "00"
001207 PERFORM VARYING ASSIGN-IX FROM 1 BY 1
001208     UNTIL ASSIGN-IX > ASSIGN-USED
001209 MOVE ASSIGN-ENTRY(ASSIGN-IX) TO TRAINING-ASSIGN-REC
001210 WRITE TRAINING-ASSIGN-REC
001211 END-PERFORM
001212 CLOSE TRAIN-ASSIGN-FILE
001213 ELSE
001214 MOVE "TRNASSGN" TO ERR-FILE
001215 MOVE TA-FILE-STATUS TO ERR-FILE-STATUS
001216 MOVE "E" TO ERR-SEVERITY
001217 MOVE "SESSION NOT COUNTED" TO ERR-ACTION
001218 PERFORM CALLERRLOG
001219 END-IF.
001220 GO-BACK.
001221*APPEND ONE DETAIL RECORD FOR THE GUESS JUST TAKEN. THE SEQUENCE
001222*NUMBER IS DERIVED FROM THE TRIES USED SO FAR RATHER THAN KEPT
001223*AS ITS OWN COUNTER, SO A SESSION RESUMED FROM A CHECKPOINT
001224*CARRIES ON NUMBERING WHERE IT LEFT OFF. A NEW HISTORY FILE IS
001225*ONLY CREATED ON FILE-NOT-FOUND - ANY OTHER EXTEND FAILURE IS
001226*LOGGED RATHER THAN PAPERED OVER WITH A TRUNCATING RE-OPEN.
001227 WRITEGUESS.
001228 MOVE EMPLOYEE-ID TO GH-EMPLOYEE-ID.
001229 ACCEPT GUESS-DATE FROM DATE.
001230 MOVE GUESS-DATE TO GH-DATE.
001231 SUBTRACT TRIESLEFT FROM START-TRIES GIVING GH-SEQ.
001232 MOVE NUM TO GH-GUESS.
001233 MOVE HINT-CODE TO GH-HINT.
001234 MOVE STATION-ID TO GH-STATION.
001235 ACCEPT GH-TIME FROM TIME.
001236 OPEN EXTEND GUESS-HIST-FILE.
001237 IF GH-STATUS = "35"
001238 OPEN OUTPUT GUESS-HIST-FILE
001239 END-IF.
001240 IF GH-STATUS = "00"
001241 WRITE GUESS-HIST-REC
001242 CLOSE GUESS-HIST-FILE
001243 ELSE
001244 MOVE "GUESSHST" TO ERR-FILE
001245 MOVE GH-STATUS TO ERR-FILE-STATUS
001246 MOVE "E" TO ERR-SEVERITY
001247 MOVE "GUESS DETAIL LOST" TO ERR-ACTION
001248 PERFORM CALLERRLOG
001249 END-IF.
001250 GO-BACK.
001251*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
001252*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
001253*CONSOLE.
001254 CALLERRLOG.
001255 CALL "ERRLOG" USING ERR-CALL-AREA
001256 ON EXCEPTION
001257 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
001258     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
001259 END-CALL.
001260 GO-BACK.
001261*RUN ONE HEAD-TO-HEAD CHALLENGE SESSION: VALIDATE BOTH PLAYERS
001262*AGAINST THE EMPLOYEE MASTER, DRAW ONE NUMBER UNDER THE
001263*CONFIGURED TIER, ALTERNATE GUESSES FROM THE CONSOLE UNTIL
001264*SOMEBODY HITS IT OR BOTH RUN OUT OF TRIES, THEN RECORD THE
001265*MATCH AND BOTH PLAYERS' NORMAL TRAINING RECORDS. CHALLENGE
001266*SESSIONS ARE NOT CHECKPOINTED - A DROPPED MATCH IS REPLAYED,
001267*NOT RESUMED.
001268 CHALRUN.
001269 DISPLAY TX-CHAL-HEAD(1:LN-CHAL-HEAD).
001270 PERFORM OPENEMPMAST.
001271 MOVE 1 TO CHAL-PLAYER.
001272 PERFORM GETCHALLENGER.
001273 MOVE EMPLOYEE-ID TO CH1-ID.
001274 IF NOT SESSION-VOID
001275 MOVE 2 TO CHAL-PLAYER
001276 PERFORM GETCHALLENGER
001277 MOVE EMPLOYEE-ID TO CH2-ID
001278 END-IF.
001279 PERFORM CLOSEEMPMAST.
001280 IF NOT SESSION-VOID
001281 PERFORM CHECKPAIRING
001282 END-IF.
001283 IF SESSION-VOID
001284 DISPLAY TX-ABANDONED(1:LN-ABANDONED)
001285 ELSE
001286 PERFORM RANDINT
001287 MOVE TRIESLEFT TO START-TRIES
001288 MOVE TRIESLEFT TO CH1-LEFT
001289 MOVE TRIESLEFT TO CH2-LEFT
001290 MOVE 1 TO CHAL-PLAYER
001291 PERFORM UNTIL CHAL-WON OR SESSION-VOID
001292     OR ((CH1-LEFT = 0) AND (CH2-LEFT = 0))
001293 PERFORM CHALTURN
001294 END-PERFORM
001295 PERFORM CHALRESULTS
001296 END-IF.
001297 GO-BACK.
001298*PROMPT FOR ONE PLAYER'S EMPLOYEE ID, CHECKED AGAINST THE
001299*MASTER THE SAME WAY A NORMAL SESSION IS. PLAYER 2 MUST BE A
001300*DIFFERENT EMPLOYEE - TRAINERS KEEP TRYING TO RACE THEMSELVES.
001301 GETCHALLENGER.
001302 MOVE "N" TO EMP-OK-SW.
001303 MOVE 0 TO BAD-ID-CT.
001304 PERFORM UNTIL EMP-OK OR (BAD-ID-CT > 99)
001305 DISPLAY TX-PLAYER(1:LN-PLAYER), " ", CHAL-PLAYER, " - ",
001306     TX-PLAYER-ID(1:LN-PLAYER-ID)
001307 ACCEPT EMPLOYEE-ID FROM CONSOLE
001308 PERFORM CHECKEMPLOYEE
001309 IF EMP-OK AND (CHAL-PLAYER = 2)
001310     AND (EMPLOYEE-ID = CH1-ID)
001311 DISPLAY TX-DIFFERENT(1:LN-DIFFERENT)
001312 MOVE "N" TO EMP-OK-SW
001313 END-IF
001314 IF NOT EMP-OK
001315 ADD 1 TO BAD-ID-CT
001316 END-IF
001317 END-PERFORM.
001318 IF NOT EMP-OK
001319 DISPLAY TX-CHAL-NO-ID(1:LN-CHAL-NO-ID)
001320 SET SESSION-VOID TO TRUE
001321 END-IF.
001322 GO-BACK.
001323*TAKE ONE TURN: PICK UP THE PLAYER WHOSE GO IT IS, LET THEM
001324*GUESS IF THEY HAVE TRIES LEFT, PUT THEIR COUNT BACK AND HAND
001325*THE CONSOLE TO THE OTHER PLAYER. A PLAYER OUT OF TRIES JUST
001326*PASSES - THE OTHER MAY STILL HAVE GUESSES COMING.
001327 CHALTURN.
001328 IF CHAL-PLAYER = 1
001329 MOVE CH1-ID TO CUR-ID
001330 MOVE CH1-LEFT TO CUR-LEFT
001331 ELSE
001332 MOVE CH2-ID TO CUR-ID
001333 MOVE CH2-LEFT TO CUR-LEFT
001334 END-IF.
001335 IF CUR-LEFT > 0
001336 PERFORM CHALPLAY
001337 END-IF.
001338 IF CHAL-PLAYER = 1
001339 MOVE CUR-LEFT TO CH1-LEFT
001340 MOVE 2 TO CHAL-PLAYER
001341 ELSE
001342 MOVE CUR-LEFT TO CH2-LEFT
001343 MOVE 1 TO CHAL-PLAYER
001344 END-IF.
001345 GO-BACK.
001346*ONE PLAYER'S GUESS, WITH THE SAME HINTS, VALIDATION AND GUESS
001347*HISTORY AS A NORMAL SESSION. GETNUM OWNS THE DEAD-CONSOLE
001348*CASE; WHEN IT GIVES UP THE WHOLE MATCH IS ABANDONED, SINCE
001349*BOTH PLAYERS SHARE THE ONE KIOSK CONSOLE.
001350 CHALPLAY.
001351 DISPLAY TX-PLAYER(1:LN-PLAYER), " ", CUR-ID, " - ",
001352     TX-PLAYER-TRIES(1:LN-PLAYER-TRIES), " ", CUR-LEFT.
001353 MOVE CUR-LEFT TO TRIESLEFT.
001354 PERFORM GETNUM.
001355 IF NOT VALID-GUESS
001356 SET SESSION-VOID TO TRUE
001357 ELSE
001358 MOVE "N" TO HINT-CODE
001359 IF NUM = EXPECTED
001360 MOVE "E" TO HINT-CODE
001361 END-IF
001362 IF (NUM < EXPECTED) AND (CUR-LEFT > 1)
001363 DISPLAY TX-BIGGER(1:LN-BIGGER)
001364 MOVE "B" TO HINT-CODE
001365 END-IF
001366 IF (NUM > EXPECTED) AND (CUR-LEFT > 1)
001367 DISPLAY TX-SMALLER(1:LN-SMALLER)
001368 MOVE "S" TO HINT-CODE
001369 END-IF
001370 SUBTRACT 1 FROM CUR-LEFT
001371 MOVE CUR-ID TO EMPLOYEE-ID
001372 MOVE CUR-LEFT TO TRIESLEFT
001373 PERFORM WRITEGUESS
001374 IF NUM = EXPECTED
001375 SET CHAL-WON TO TRUE
001376 MOVE CUR-ID TO CHAL-WINNER
001377 END-IF
001378 END-IF.
001379 GO-BACK.
001380*THE MATCH IS OVER: SAY WHO WON, WRITE EACH PLAYER'S NORMAL
001381*TRAINING RECORD WITH THE MATCH OUTCOME FORCED IN, AND APPEND
001382*THE MATCH RECORD FOR THE STANDINGS REPORT. AN ABANDONED
001383*MATCH GETS NO MATCH OR GAME-RESULTS RECORDS, THOUGH THE
001384*GUESS HISTORY DETAIL ALREADY WRITTEN FOR COMPLETED GUESSES
001385*STAYS ON FILE.
001386 CHALRESULTS.
001387 IF SESSION-VOID
001388 DISPLAY TX-ABANDONED(1:LN-ABANDONED)
001389 ELSE
001390 IF CHAL-WON
001391 DISPLAY TX-WINNER(1:LN-WINNER), " ", CHAL-WINNER, "!"
001392 ELSE
001393 DISPLAY TX-NOBODY(1:LN-NOBODY), " ", EXPECTED, "."
001394 END-IF
001395 MOVE CH1-ID TO EMPLOYEE-ID
001396 MOVE CH1-LEFT TO TRIESLEFT
001397 IF CHAL-WON AND (CHAL-WINNER = CH1-ID)
001398 MOVE "W" TO FORCED-OUTCOME
001399 ELSE
001400 MOVE "L" TO FORCED-OUTCOME
001401 END-IF
001402 PERFORM WRITERESULT
001403 MOVE CH2-ID TO EMPLOYEE-ID
001404 MOVE CH2-LEFT TO TRIESLEFT
001405 IF CHAL-WON AND (CHAL-WINNER = CH2-ID)
001406 MOVE "W" TO FORCED-OUTCOME
001407 ELSE
001408 MOVE "L" TO FORCED-OUTCOME
001409 END-IF
001410 PERFORM WRITERESULT
001411 MOVE SPACE TO FORCED-OUTCOME
001412 PERFORM WRITECHALLENGE
001413 IF TOUR-ACTIVE
001414 PERFORM SETTLEPAIRING
001415 END-IF
001416 END-IF.
001417 GO-BACK.
001418*SEE WHETHER A TOURNAMENT IS ON. NO PAIRING FILE MEANS A
001419*FRIENDLY, AS EVER. WITH A ROUND OPEN, THE TWO SIGNED-ON
001420*PLAYERS MUST BE ONE OF ITS UNPLAYED PAIRINGS, IN EITHER SEAT
001421*ORDER - ANYTHING ELSE IS REFUSED SO TRAINERS CANNOT PLAY
001422*ROUNDS OUT FROM UNDER THE BRACKET.
001423 CHECKPAIRING.
001424 PERFORM LOADPAIRS.
001425 IF PAIR-USED > 0
001426 MOVE 0 TO CUR-ROUND
001427 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
001428 IF (PE-PLAYED(PAIR-IX) NOT = "Y")
001429     AND ((CUR-ROUND = 0) OR (PE-ROUND(PAIR-IX) < CUR-ROUND))
001430 MOVE PE-ROUND(PAIR-IX) TO CUR-ROUND
001431 END-IF
001432 END-PERFORM
001433 IF CUR-ROUND = 0
001434 DISPLAY TX-NO-ROUND(1:LN-NO-ROUND)
001435 ELSE
001436 PERFORM FINDPAIRING
001437 IF PAIR-SLOT > 0
001438 SET TOUR-ACTIVE TO TRUE
001439 DISPLAY "TOURNAMENT ROUND ", CUR-ROUND, " MATCH ",
001440     PE-MATCH(PAIR-SLOT), "."
001441 ELSE
001442 DISPLAY "THIS PAIRING IS NOT SCHEDULED IN ROUND ",
001443     CUR-ROUND, ". MATCH REFUSED - SEE THE BRACKET SHEET."
001444 SET SESSION-VOID TO TRUE
001445 END-IF
001446 END-IF
001447 END-IF.
001448 GO-BACK.
001449*LOOK FOR THE SIGNED-ON PAIR AMONG THE OPEN ROUND'S UNPLAYED
001450*PAIRINGS.
001451 FINDPAIRING.
001452 MOVE 0 TO PAIR-SLOT.
001453 PERFORM VARYING PAIR-IX FROM 1 BY 1
001454     UNTIL (PAIR-IX > PAIR-USED) OR (PAIR-SLOT > 0)
001455 IF (PE-ROUND(PAIR-IX) = CUR-ROUND)
001456     AND (PE-PLAYED(PAIR-IX) NOT = "Y")
001457 IF ((PE-PLAYER-1(PAIR-IX) = CH1-ID)
001458     AND (PE-PLAYER-2(PAIR-IX) = CH2-ID))
001459     OR ((PE-PLAYER-1(PAIR-IX) = CH2-ID)
001460     AND (PE-PLAYER-2(PAIR-IX) = CH1-ID))
001461 MOVE PAIR-IX TO PAIR-SLOT
001462 END-IF
001463 END-IF
001464 END-PERFORM.
001465 GO-BACK.
001466*READ THE PAIRING FILE INTO THE TABLE. NO FILE, NO TOURNAMENT.
001467 LOADPAIRS.
001468 MOVE 0 TO PAIR-USED.
001469 OPEN INPUT TOUR-PAIR-FILE.
001470 IF TP-STATUS = "00"
001471 MOVE "N" TO PAIR-EOF-SW
001472 PERFORM UNTIL PAIR-EOF OR (PAIR-USED = 200)
001473 READ TOUR-PAIR-FILE
001474 AT END
001475 SET PAIR-EOF TO TRUE
001476 NOT AT END
001477 ADD 1 TO PAIR-USED
001478 MOVE TP-ROUND TO PE-ROUND(PAIR-USED)
001479 MOVE TP-MATCH TO PE-MATCH(PAIR-USED)
001480 MOVE TP-PLAYER-1 TO PE-PLAYER-1(PAIR-USED)
001481 MOVE TP-PLAYER-2 TO PE-PLAYER-2(PAIR-USED)
001482 MOVE TP-PLAYED TO PE-PLAYED(PAIR-USED)
001483 MOVE TP-WINNER TO PE-WINNER(PAIR-USED)
001484 END-READ
001485 END-PERFORM
001486 CLOSE TOUR-PAIR-FILE
001487 END-IF.
001488 GO-BACK.
001489*THE TOURNAMENT MATCH IS OVER: SETTLE WHO ADVANCES, MARK THE
001490*PAIRING PLAYED AND PUT THE FILE BACK. A MATCH NOBODY WON
001491*ADVANCES THE LISTED PLAYER 1 - THE HIGHER SEED. THERE IS NO
001492*FEWER-TRIES TIE-BREAK TO HAVE: THE MATCH LOOP ONLY ENDS IN
001493*A DRAW WHEN BOTH PLAYERS ARE OUT OF TRIES, SO THEIR COUNTS
001494*ARE ALWAYS EQUAL HERE.
001495 SETTLEPAIRING.
001496 IF CHAL-WON
001497 MOVE CHAL-WINNER TO TOUR-WINNER
001498 ELSE
001499 MOVE PE-PLAYER-1(PAIR-SLOT) TO TOUR-WINNER
001500 DISPLAY "DRAWN MATCH: ", TOUR-WINNER, " ADVANCES AS THE"
001501     " HIGHER SEED."
001502 END-IF.
001503 MOVE "Y" TO PE-PLAYED(PAIR-SLOT).
001504 MOVE TOUR-WINNER TO PE-WINNER(PAIR-SLOT).
001505 PERFORM WRITEPAIRS.
001506 DISPLAY TOUR-WINNER, " ADVANCES TO THE NEXT ROUND.".
001507 GO-BACK.
001508*PUT THE PAIRING FILE BACK WITH THE MATCH MARKED PLAYED. A
001509*FILE THAT CANNOT BE PUT BACK MEANS THE BRACKET NO LONGER
001510*KNOWS THE MATCH HAPPENED - THAT GOES TO THE EXCEPTION LOG.
001511 WRITEPAIRS.
001512 OPEN OUTPUT TOUR-PAIR-FILE.
001513 IF TP-STATUS = "00"
001514 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
001515 MOVE PE-ROUND(PAIR-IX) TO TP-ROUND
001516 MOVE PE-MATCH(PAIR-IX) TO TP-MATCH
001517 MOVE PE-PLAYER-1(PAIR-IX) TO TP-PLAYER-1
001518 MOVE PE-PLAYER-2(PAIR-IX) TO TP-PLAYER-2
001519 MOVE PE-PLAYED(PAIR-IX) TO TP-PLAYED
001520 MOVE PE-WINNER(PAIR-IX) TO TP-WINNER
001521 WRITE TOUR-PAIR-REC
001522 END-PERFORM
001523 CLOSE TOUR-PAIR-FILE
001524 ELSE
001525 MOVE "TOURPAIR" TO ERR-FILE
001526 MOVE TP-STATUS TO ERR-FILE-STATUS
001527 MOVE "E" TO ERR-SEVERITY
001528 MOVE "MATCH NOT MARKED PLAYED" TO ERR-ACTION
001529 PERFORM CALLERRLOG
001530 END-IF.
001531 GO-BACK.
001532*APPEND THE MATCH RECORD. A NEW CHALLENGE-RESULTS FILE IS ONLY
001533*CREATED ON FILE-NOT-FOUND; ANY OTHER FAILURE IS LOGGED THE
001534*SAME WAY AS THE OTHER TRAINING FILES.
001535 WRITECHALLENGE.
001536 ACCEPT GUESS-DATE FROM DATE.
001537 MOVE GUESS-DATE TO CH-DATE.
001538 MOVE CH1-ID TO CH-EMPLOYEE-1.
001539 MOVE CH2-ID TO CH-EMPLOYEE-2.
001540 MOVE CHAL-WINNER TO CH-WINNER.
001541 SUBTRACT CH1-LEFT FROM START-TRIES GIVING CH-TRIES-1.
001542 SUBTRACT CH2-LEFT FROM START-TRIES GIVING CH-TRIES-2.
001543 MOVE STATION-ID TO CH-STATION.
001544 OPEN EXTEND CHALLENGE-RESULTS-FILE.
001545 IF CL-STATUS = "35"
001546 OPEN OUTPUT CHALLENGE-RESULTS-FILE
001547 END-IF.
001548 IF CL-STATUS = "00"
001549 WRITE CHALLENGE-RESULT-REC
001550 CLOSE CHALLENGE-RESULTS-FILE
001551 ELSE
001552 MOVE "CHALRES" TO ERR-FILE
001553 MOVE CL-STATUS TO ERR-FILE-STATUS
001554 MOVE "E" TO ERR-SEVERITY
001555 MOVE "MATCH RECORD LOST" TO ERR-ACTION
001556 PERFORM CALLERRLOG
001557 END-IF.
001558 GO-BACK.
