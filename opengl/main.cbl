000022* STATION MASTER AT STARTUP, AND THE STATION IS STAMPED INTO
000023* EVERY OGLAUDIT EVENT SO THE AVAILABILITY REPORT CAN SAY
000024* WHICH KIOSK CRASHED, NOT JUST THAT ONE DID.
000025*10/15/26 MIBI88 - HEAD OFFICE CAN NOW STEER A RUNNING KIOSK
000026* THROUGH THE STNCMD COMMAND FILE CMDMAINT POSTS TO. THE LOOP
000027* POLLS IT EVERY CMD-POLL-LIMIT ITERATIONS AND CARRIES OUT EACH
000028* COMMAND ADDRESSED TO THIS STATION OR TO *ALL ONCE: AN URGENT
000029* MESSAGE, LEADERBOARD ON OR OFF, A WINCFG CHECK, OR A CLEAN
000030* SHUTDOWN FOR MAINTENANCE, WHICH ENDS THE SESSION WITH ITS
000031* OWN MAINT STOP REASON ON OGLAUDIT. EVERY COMMAND TAKEN IS
000032* ACKNOWLEDGED ON STNACK WITH THE DATE, TIME AND STATION.
000033* THE DISPLAY LIBRARY CANNOT CLOSE A WINDOW, SO A NEW WINCFG IS
000034* ONLY CHECKED WHEN IT ARRIVES AND TAKES EFFECT AT NEXT START.
000035*10/15/26 MIBI88 - THE LEADERBOARD HEADINGS AND THE NOTICE AND
000036* MESSAGE LEAD-INS NOW FOLLOW THE BRANCH'S LANGUAGE: AT STARTUP
000037* THE STATION'S BRANCH IS FOUND THROUGH STNMAST, ITS LANGUAGE ON
000038* BRNCHMST, AND THE TEXT IS TAKEN FROM THE MSGCAT MESSAGE
000039* CATALOG (NUMBERS 2001-2004), FALLING BACK TO ENGLISH. EACH
000040* MISSING TRANSLATION GOES ON THE EXCEPTION LOG ONCE.
000041 ENVIRONMENT DIVISION.
000042 CONFIGURATION SECTION.
000043 SOURCE-COMPUTER. GNUCOBOL.
000044 OBJECT-COMPUTER. GNUCOBOL.
000045 INPUT-OUTPUT SECTION.
000046 FILE-CONTROL.
000047 SELECT WIN-CONFIG-FILE ASSIGN "WINCFG"
000048 ORGANIZATION LINE SEQUENTIAL
000049 FILE STATUS IS WC-STATUS.
000050 SELECT AUDIT-LOG-FILE ASSIGN "OGLAUDIT"
000051 ORGANIZATION LINE SEQUENTIAL
000052 FILE STATUS IS AL-STATUS.
000053 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000054 ORGANIZATION INDEXED
000055 ACCESS DYNAMIC
000056 RECORD KEY IS GR-KEY
000057 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000058 FILE STATUS IS GR-STATUS.
000059 SELECT STATION-IDENT-FILE ASSIGN "STNID"
000060 ORGANIZATION LINE SEQUENTIAL
000061 FILE STATUS IS SI-STATUS.
000062 SELECT STATION-MASTER-FILE ASSIGN "STNMAST"
000063 ORGANIZATION LINE SEQUENTIAL
000064 FILE STATUS IS SM-STATUS.
000065 SELECT ANNOUNCE-FILE ASSIGN "ANNFILE"
000066 ORGANIZATION LINE SEQUENTIAL
000067 FILE STATUS IS AN-STATUS.
000068 SELECT STATION-COMMAND-FILE ASSIGN "STNCMD"
000069 ORGANIZATION LINE SEQUENTIAL
000070 FILE STATUS IS CMD-STATUS.
000071 SELECT STATION-ACK-FILE ASSIGN "STNACK"
000072 ORGANIZATION LINE SEQUENTIAL
000073 FILE STATUS IS ACK-STATUS.
000074 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000075 ORGANIZATION LINE SEQUENTIAL
000076 FILE STATUS IS BM-STATUS.
000077 SELECT MSG-CATALOG-FILE ASSIGN "MSGCAT"
000078 ORGANIZATION LINE SEQUENTIAL
000079 FILE STATUS IS MC-STATUS.
000080 SELECT EXCEPTION-LOG-FILE ASSIGN "EXCPLOG"
000081 ORGANIZATION LINE SEQUENTIAL
000082 FILE STATUS IS EX-STATUS-WK.
000083
000084 DATA DIVISION.
000085 FILE SECTION.
000086 FD WIN-CONFIG-FILE.
000087 COPY "wincfg.cpy".
000088 FD AUDIT-LOG-FILE.
000089 COPY "auditlog.cpy".
000090 FD GAME-RESULTS-FILE.
000091 COPY "gameres.cpy".
000092 FD STATION-IDENT-FILE.
000093 COPY "stnident.cpy".
000094 FD STATION-MASTER-FILE.
000095 COPY "stnmast.cpy".
000096 FD ANNOUNCE-FILE.
000097 COPY "annfile.cpy".
000098 FD STATION-COMMAND-FILE.
000099 COPY "stncmd.cpy".
000100 FD STATION-ACK-FILE.
000101 COPY "stnack.cpy".
000102 FD BRANCH-MASTER-FILE.
000103 COPY "brnchmst.cpy".
000104 FD MSG-CATALOG-FILE.
000105 COPY "msgcat.cpy".
000106 FD EXCEPTION-LOG-FILE.
000107 COPY "excplog.cpy".
000108 WORKING-STORAGE SECTION.
000109 01 SDL.
000110 02 QUIT PIC 9.
000111 02 KEYDOWN PIC 9(4).
000112 01 SEED PIC 9(3) VALUE 492.
000113 01 WC-STATUS PIC X(02).
000114 01 AL-STATUS PIC X(02).
000115 01 GR-STATUS PIC X(02).
000116 01 WINDOW-TITLE PIC X(20) VALUE "OPENGLTEST".
000117 01 WINDOW-WIDTH PIC 9(04) VALUE 0800.
000118 01 WINDOW-HEIGHT PIC 9(04) VALUE 0600.
000119 01 FULLSCREEN-SW PIC X(01) VALUE "N".
000120 88 FULLSCREEN-ON VALUE "Y".
000121 01 SESSION-DATE PIC 9(06).
000122 01 SESSION-TIME PIC 9(08).
000123 01 LEADERBOARD-KEY PIC 9(4) VALUE 0015.
000124 01 LEADERBOARD-SW PIC X(01) VALUE "N".
000125 88 LEADERBOARD-MODE VALUE "Y".
000126 01 LEADERBOARD-SHOWN-SW PIC X(01) VALUE "N".
000127 88 LEADERBOARD-SHOWN VALUE "Y".
000128 01 LB-TABLE.
000129 02 LB-ENTRY OCCURS 5 TIMES.
000130 03 LB-EMPLOYEE PIC X(06).
000131 03 LB-TRIES PIC 999.
000132 01 LB-IDX PIC 9.
000133 01 LB-SCAN PIC 9.
000134 01 LB-EOF-SW PIC X(01) VALUE "N".
000135 88 LB-EOF VALUE "Y".
000136 01 LB-REFRESH-CT PIC 9(05) VALUE 0.
000137 01 LB-REFRESH-LIMIT PIC 9(05) VALUE 00300.
000138 01 LB-TODAY PIC 9(06).
000139 01 SI-STATUS PIC X(02).
000140 01 SM-STATUS PIC X(02).
000141 01 STATION-ID PIC X(04) VALUE SPACES.
000142 01 STN-EOF-SW PIC X(01) VALUE "N".
000143 88 STN-EOF VALUE "Y".
000144 01 STN-FOUND-SW PIC X(01) VALUE "N".
000145 88 STN-FOUND VALUE "Y".
000146 01 AN-STATUS PIC X(02).
000147 01 ANN-TABLE.
000148 02 ANN-ENTRY OCCURS 20 TIMES.
000149 03 AT-TEXT PIC X(40).
000150 03 AT-START PIC 9(06).
000151 03 AT-END PIC 9(06).
000152 03 AT-PRIORITY PIC 9(01).
000153 01 ANN-USED PIC 9(02) VALUE 0.
000154 01 ANN-IX PIC 9(02).
000155 01 ANN-SLOT PIC 9(02).
000156 01 ANN-NEXT PIC 9(02) VALUE 0.
000157 01 ANN-SCAN-CT PIC 9(02).
000158 01 ANN-EOF-SW PIC X(01) VALUE "N".
000159 88 ANN-EOF VALUE "Y".
000160 01 ANN-SHOWN-SW PIC X(01) VALUE "N".
000161 88 ANN-SHOWN VALUE "Y".
000162 01 ANN-TICK PIC 9(05) VALUE 0.
000163 01 ANN-ROTATE-LIMIT PIC 9(05) VALUE 00200.
000164 01 ANN-TODAY PIC 9(06).
000165 01 CMD-STATUS PIC X(02).
000166 01 ACK-STATUS PIC X(02).
000167 01 CMD-EOF-SW PIC X(01) VALUE "N".
000168 88 CMD-EOF VALUE "Y".
000169 01 ACK-EOF-SW PIC X(01) VALUE "N".
000170 88 ACK-EOF VALUE "Y".
000171 01 CMD-TICK PIC 9(05) VALUE 0.
000172 01 CMD-POLL-LIMIT PIC 9(05) VALUE 00100.
000173 01 LAST-CMD-ID PIC 9(06) VALUE 0.
000174 01 CMD-TODAY PIC 9(06).
000175 01 ACK-RESULT PIC X(10).
000176 01 MAINT-STOP-SW PIC X(01) VALUE "N".
000177 88 MAINT-STOP VALUE "Y".
000178 01 BM-STATUS PIC X(02).
000179 01 MC-STATUS PIC X(02).
000180 01 EX-STATUS-WK PIC X(02).
000181 01 STATION-BRANCH PIC X(02) VALUE SPACES.
000182 01 KIOSK-LANGUAGE PIC X(02) VALUE "EN".
000183 01 BM-EOF-SW PIC X(01) VALUE "N".
000184 88 BM-EOF VALUE "Y".
000185 01 BM-FOUND-SW PIC X(01) VALUE "N".
000186 88 BM-FOUND VALUE "Y".
000187 01 MC-EOF-SW PIC X(01) VALUE "N".
000188 88 MC-EOF VALUE "Y".
000189 01 MC-READ-SW PIC X(01) VALUE "N".
000190 88 MC-READ VALUE "Y".
000191 01 EX-EOF-SW PIC X(01) VALUE "N".
000192 88 EX-EOF VALUE "Y".
000193*THE LOBBY HEADINGS, IN CATALOG ORDER: TX-ENTRY(N) IS MESSAGE
000194*TX-BASE + N. THE VALUES ARE THE ENGLISH SHOWN WHEN MSGCAT
000195*HAS NEITHER THE BRANCH'S LANGUAGE NOR AN EN ENTRY. A NEW
000196*MESSAGE GOES ON THE END, WITH TX-COUNT, THE TWO REDEFINES
000197*AND THE CATALOG-HITS TABLE ALL MOVED UP TO MATCH.
000198 01 KIOSK-TEXT.
000199 02 TX-LB-HEAD PIC X(47)
000200     VALUE "== TOP SCORES (FEWEST TRIES TO WIN) ==".
000201 02 TX-LB-TRIES PIC X(47)
000202     VALUE "TRIES".
000203 02 TX-ANN-MARK PIC X(47)
000204     VALUE "**".
000205 02 TX-CMD-MARK PIC X(47)
000206     VALUE "!!".
000207 01 KIOSK-TEXT-TABLE REDEFINES KIOSK-TEXT.
000208 02 TX-ENTRY PIC X(47) OCCURS 4 TIMES.
000209 01 KIOSK-LENGTHS.
000210 02 LN-LB-HEAD PIC 9(02).
000211 02 LN-LB-TRIES PIC 9(02).
000212 02 LN-ANN-MARK PIC 9(02).
000213 02 LN-CMD-MARK PIC 9(02).
000214 01 KIOSK-LENGTH-TABLE REDEFINES KIOSK-LENGTHS.
000215 02 LN-ENTRY PIC 9(02) OCCURS 4 TIMES.
000216 01 CATALOG-HITS.
000217 02 CATALOG-HIT OCCURS 4 TIMES.
000218 03 CAT-LOCAL-SW PIC X(01).
000219 03 CAT-EN-SW PIC X(01).
000220 03 CAT-EN-TEXT PIC X(47).
000221 01 TX-BASE PIC 9(04) VALUE 2000.
000222 01 TX-COUNT PIC 9(02) VALUE 04.
000223 01 TX-IX PIC 9(02).
000224 01 TX-LEN PIC 9(02).
000225 01 MISS-MSG-NO PIC 9(04).
000226 01 LOGGED-TABLE.
000227 02 LOGGED-KEY PIC X(11) OCCURS 100 TIMES.
000228 01 LOGGED-USED PIC 9(03) VALUE 0.
000229 01 LOGGED-IX PIC 9(03).
000230 01 LOGGED-LOADED-SW PIC X(01) VALUE "N".
000231 88 LOGGED-LOADED VALUE "Y".
000232 01 LOGGED-FOUND-SW PIC X(01) VALUE "N".
000233 88 LOGGED-FOUND VALUE "Y".
000234 COPY "errlink.cpy".
000235
000236 PROCEDURE DIVISION.
000237
000238 MAIN.
000239 MOVE "OPENGLTEST" TO ERR-PROGRAM.
000240 PERFORM READSTATION.
000241 PERFORM LOADMESSAGES.
000242 PERFORM READWINCFG.
000243 PERFORM CREATEWINDOW.
000244 PERFORM WRITEAUDITSTART.
000245 PERFORM LOADLASTACK.
000246 PERFORM UNTIL QUIT <> 0
000247 PERFORM LOOP
000248 END-PERFORM.
000249 PERFORM WRITEAUDITEND.
000250 STOP RUN.
000251*MAIN LOOP. SHOWS THE LEADERBOARD OVERLAY INSTEAD OF THE TRIANGLE
000252*DEMO WHILE THE LEADERBOARD KEY HAS TOGGLED LEADERBOARD-MODE ON.
000253 LOOP.
000254 IF LEADERBOARD-MODE
000255 PERFORM SHOWLEADERBOARD
000256 ELSE
000257 PERFORM DRAWTRIANGLE
000258 END-IF.
000259 PERFORM SHOWANNOUNCE.
000260 PERFORM WITH TEST AFTER UNTIL KEYDOWN = 0
000261 PERFORM GETKEY
000262 END-PERFORM.
000263 PERFORM ENDCHECK.
000264 PERFORM POLLCOMMANDS.
000265*DRAW THE DEMO TRIANGLE.
000266 DRAWTRIANGLE.
000267 CALL "cobGlBegin".
000268 CALL "cobGlVertex3v3" USING +000.000 +000.500 +000.000.
000269 CALL "cobGlColor3v3" USING +001.000 +000.000 +000.000.
000270 CALL "cobGlVertex3v3" USING -000.500 -000.500 +000.000.
000271 CALL "cobGlColor3v3" USING +000.000 +001.000 +000.000.
000272 CALL "cobGlVertex3v3" USING +000.500 -000.500 +000.000.
000273 CALL "cobGlColor3v3" USING +000.000 +000.000 +001.000.
000274 CALL "glEnd".
000275 GO-BACK.
000276*CHECK IF THE USER TRIES TO QUIT.
000277 ENDCHECK.
000278 CALL "quit".
000279 MOVE RETURN-CODE TO QUIT.
000280*CREATE A WINDOW USING THE TITLE/SIZE/FULLSCREEN SETUP LOADED BY
000281*READWINCFG.
000282 CREATEWINDOW.
000283 CALL "open_window" USING WINDOW-TITLE, WINDOW-WIDTH,
000284     WINDOW-HEIGHT, FULLSCREEN-SW.
000285*READ THE WINDOW SETUP FILE. IF IT IS MISSING, KEEP THE DEFAULTS
000286*SET ABOVE IN WORKING-STORAGE.
000287 READWINCFG.
000288 OPEN INPUT WIN-CONFIG-FILE.
000289 IF WC-STATUS = "00"
000290 READ WIN-CONFIG-FILE
000291 NOT AT END
000292 MOVE WIN-TITLE TO WINDOW-TITLE
000293 MOVE WIN-WIDTH TO WINDOW-WIDTH
000294 MOVE WIN-HEIGHT TO WINDOW-HEIGHT
000295 MOVE WIN-FULLSCREEN TO FULLSCREEN-SW
000296 END-READ
000297 CLOSE WIN-CONFIG-FILE
000298 ELSE
000299 MOVE "WINCFG" TO ERR-FILE
000300 MOVE WC-STATUS TO ERR-FILE-STATUS
000301 MOVE "W" TO ERR-SEVERITY
000302 MOVE "DEFAULTS KEPT" TO ERR-ACTION
000303 PERFORM CALLERRLOG
000304 END-IF.
000305 GO-BACK.
000306*PICK UP THIS KIOSK'S STATION IDENTITY AND CHECK IT AGAINST THE
000307*STATION MASTER. A KIOSK WITH NO IDENTITY, OR ONE THE MASTER
000308*DOES NOT KNOW, STILL RUNS - THE AUDIT EVENTS JUST CARRY A
000309*BLANK STATION, AND THE EXCEPTION LOG SAYS SO INSTEAD OF THE
000310*BLANKS TURNING UP UNEXPLAINED ON THE AVAILABILITY REPORT.
000311 READSTATION.
000312 OPEN INPUT STATION-IDENT-FILE.
000313 IF SI-STATUS = "00"
000314 READ STATION-IDENT-FILE
000315 NOT AT END
000316 MOVE SI-STATION-ID TO STATION-ID
000317 END-READ
000318 CLOSE STATION-IDENT-FILE
000319 ELSE
000320 MOVE "STNID" TO ERR-FILE
000321 MOVE SI-STATUS TO ERR-FILE-STATUS
000322 MOVE "W" TO ERR-SEVERITY
000323 MOVE "BLANK STATION STAMPED" TO ERR-ACTION
000324 PERFORM CALLERRLOG
000325 END-IF.
000326 IF STATION-ID NOT = SPACES
000327 PERFORM CHECKSTATION
000328 END-IF.
000329 GO-BACK.
000330*LOOK THE STATION UP ON THE MASTER. AN UNKNOWN STATION KEEPS
000331*ITS ID ON THE EVENTS - THE DATA IS STILL TRUER THAN A BLANK -
000332*BUT THE TROUBLE GOES ON THE EXCEPTION LOG, AS DOES A STATION
000333*THE MASTER SAYS IS OUT OF SERVICE.
000334 CHECKSTATION.
000335 MOVE "N" TO STN-EOF-SW.
000336 MOVE "N" TO STN-FOUND-SW.
000337 OPEN INPUT STATION-MASTER-FILE.
000338 IF SM-STATUS = "00"
000339 PERFORM UNTIL STN-EOF OR STN-FOUND
000340 READ STATION-MASTER-FILE
000341 AT END
000342 SET STN-EOF TO TRUE
000343 NOT AT END
000344 IF SM-STATION-ID = STATION-ID
000345 SET STN-FOUND TO TRUE
000346 END-IF
000347 END-READ
000348 END-PERFORM
000349 CLOSE STATION-MASTER-FILE
000350 IF NOT STN-FOUND
000351 MOVE "STNMAST" TO ERR-FILE
000352 MOVE "23" TO ERR-FILE-STATUS
000353 MOVE "W" TO ERR-SEVERITY
000354 MOVE "UNLISTED STATION STAMPED" TO ERR-ACTION
000355 PERFORM CALLERRLOG
000356 ELSE
000357 MOVE SM-BRANCH TO STATION-BRANCH
000358 IF SM-IN-SERVICE NOT = "Y"
000359 MOVE "STNMAST" TO ERR-FILE
000360 MOVE "00" TO ERR-FILE-STATUS
000361 MOVE "W" TO ERR-SEVERITY
000362 MOVE "OUT-OF-SERVICE STATION RAN" TO ERR-ACTION
000363 PERFORM CALLERRLOG
000364 END-IF
000365 END-IF
000366 ELSE
000367 MOVE "STNMAST" TO ERR-FILE
000368 MOVE SM-STATUS TO ERR-FILE-STATUS
000369 MOVE "W" TO ERR-SEVERITY
000370 MOVE "STATION NOT VERIFIED" TO ERR-ACTION
000371 PERFORM CALLERRLOG
000372 END-IF.
000373 GO-BACK.
000374*PUT THE LOBBY HEADINGS INTO THE BRANCH'S LANGUAGE. EACH ONE
000375*IS TAKEN FROM MSGCAT IN THAT LANGUAGE IF IT IS THERE, ELSE
000376*FROM THE CATALOG'S ENGLISH, ELSE THE ENGLISH BUILT IN ABOVE
000377*STANDS. NO CATALOG AT ALL IS THE NORMAL STATE FOR AN ENGLISH
000378*BRANCH, SO IT IS ONLY LOGGED WHEN ANOTHER LANGUAGE WAS WANTED.
000379 LOADMESSAGES.
000380 PERFORM FINDLANGUAGE.
000381 PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
000382 MOVE "N" TO CAT-LOCAL-SW(TX-IX)
000383 MOVE "N" TO CAT-EN-SW(TX-IX)
000384 END-PERFORM.
000385 MOVE "N" TO MC-EOF-SW.
000386 OPEN INPUT MSG-CATALOG-FILE.
000387 IF MC-STATUS = "00"
000388 SET MC-READ TO TRUE
000389 PERFORM UNTIL MC-EOF
000390 READ MSG-CATALOG-FILE
000391 AT END
000392 SET MC-EOF TO TRUE
000393 NOT AT END
000394 IF (MC-MSG-NO > TX-BASE)
000395     AND (MC-MSG-NO <= TX-BASE + TX-COUNT)
000396     AND (MC-TEXT NOT = SPACES)
000397 PERFORM TAKEMSG
000398 END-IF
000399 END-READ
000400 END-PERFORM
000401 CLOSE MSG-CATALOG-FILE
000402 ELSE
000403 IF KIOSK-LANGUAGE NOT = "EN"
000404 MOVE "MSGCAT" TO ERR-FILE
000405 MOVE MC-STATUS TO ERR-FILE-STATUS
000406 MOVE "W" TO ERR-SEVERITY
000407 MOVE "ENGLISH TEXT SHOWN" TO ERR-ACTION
000408 PERFORM CALLERRLOG
000409 END-IF
000410 END-IF.
000411 PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
000412 PERFORM RESOLVEMSG
000413 END-PERFORM.
000414 GO-BACK.
000415*FIND THE LANGUAGE OF THE BRANCH THIS STATION STANDS IN. A
000416*STATION THE MASTER DID NOT PLACE IN A BRANCH, A BRANCH WITH
000417*NO LANGUAGE CODE YET, AND A MISSING BRANCH MASTER ALL MEAN
000418*ENGLISH; THE LAST TWO OF THOSE THAT ARE TROUBLE ARE LOGGED.
000419 FINDLANGUAGE.
000420 MOVE "EN" TO KIOSK-LANGUAGE.
000421 IF STATION-BRANCH NOT = SPACES
000422 MOVE "N" TO BM-EOF-SW
000423 MOVE "N" TO BM-FOUND-SW
000424 OPEN INPUT BRANCH-MASTER-FILE
000425 IF BM-STATUS = "00"
000426 PERFORM UNTIL BM-EOF OR BM-FOUND
000427 READ BRANCH-MASTER-FILE
000428 AT END
000429 SET BM-EOF TO TRUE
000430 NOT AT END
000431 IF BM-BRANCH = STATION-BRANCH
000432 SET BM-FOUND TO TRUE
000433 END-IF
000434 END-READ
000435 END-PERFORM
000436 CLOSE BRANCH-MASTER-FILE
000437 IF BM-FOUND
000438 IF BM-LANGUAGE NOT = SPACES
000439 MOVE BM-LANGUAGE TO KIOSK-LANGUAGE
000440 END-IF
000441 ELSE
000442 MOVE "BRNCHMST" TO ERR-FILE
000443 MOVE "23" TO ERR-FILE-STATUS
000444 MOVE "W" TO ERR-SEVERITY
000445 MOVE "UNLISTED BRANCH, ENGLISH SHOWN" TO ERR-ACTION
000446 PERFORM CALLERRLOG
000447 END-IF
000448 ELSE
000449 MOVE "BRNCHMST" TO ERR-FILE
000450 MOVE BM-STATUS TO ERR-FILE-STATUS
000451 MOVE "W" TO ERR-SEVERITY
000452 MOVE "ENGLISH TEXT SHOWN" TO ERR-ACTION
000453 PERFORM CALLERRLOG
000454 END-IF
000455 END-IF.
000456 GO-BACK.
000457*FILE ONE CATALOG ENTRY AGAINST ITS MESSAGE: THE BRANCH'S OWN
000458*LANGUAGE GOES STRAIGHT INTO THE TEXT, ENGLISH IS HELD BACK IN
000459*CASE THE TRANSLATION TURNS OUT TO BE MISSING.
000460 TAKEMSG.
000461 SUBTRACT TX-BASE FROM MC-MSG-NO GIVING TX-IX.
000462 IF MC-LANGUAGE = KIOSK-LANGUAGE
000463 MOVE MC-TEXT TO TX-ENTRY(TX-IX)
000464 MOVE "Y" TO CAT-LOCAL-SW(TX-IX)
000465 ELSE
000466 IF MC-LANGUAGE = "EN"
000467 MOVE MC-TEXT TO CAT-EN-TEXT(TX-IX)
000468 MOVE "Y" TO CAT-EN-SW(TX-IX)
000469 END-IF
000470 END-IF.
000471 GO-BACK.
000472*SETTLE ONE MESSAGE ONCE THE CATALOG HAS BEEN READ, AND MEASURE
000473*IT SO THE DISPLAYS CAN PUT A VALUE RIGHT AFTER THE WORDS. AN
000474*ENGLISH BRANCH MISSING A CATALOG ENTRY STILL HAS ITS ENGLISH,
000475*SO ONLY A MISSING TRANSLATION IS LOGGED.
000476 RESOLVEMSG.
000477 IF CAT-LOCAL-SW(TX-IX) NOT = "Y"
000478 IF CAT-EN-SW(TX-IX) = "Y"
000479 MOVE CAT-EN-TEXT(TX-IX) TO TX-ENTRY(TX-IX)
000480 END-IF
000481 IF MC-READ AND (KIOSK-LANGUAGE NOT = "EN")
000482 PERFORM LOGMISSING
000483 END-IF
000484 END-IF.
000485 MOVE 47 TO TX-LEN.
000486 PERFORM UNTIL (TX-LEN = 1)
000487     OR (TX-ENTRY(TX-IX)(TX-LEN:1) NOT = SPACE)
000488 SUBTRACT 1 FROM TX-LEN
000489 END-PERFORM.
000490 MOVE TX-LEN TO LN-ENTRY(TX-IX).
000491 GO-BACK.
000492*PUT A MISSING TRANSLATION ON THE EXCEPTION LOG - BUT ONLY ONCE.
000493*THE DISPLAY IS RESTARTED DAILY, SO THE LIVE EXCEPTION LOG IS
000494*CHECKED FOR THE SAME MESSAGE AND LANGUAGE FIRST. ONCE EXCPURGE
000495*HAS CLEARED AN ACKNOWLEDGED ONE OFF THE LOG, A MESSAGE STILL
000496*UNTRANSLATED IS LOGGED AGAIN, AS A REMINDER.
000497 LOGMISSING.
000498 IF NOT LOGGED-LOADED
000499 PERFORM LOADLOGGED
000500 END-IF.
000501 ADD TX-BASE TO TX-IX GIVING MISS-MSG-NO.
000502 MOVE SPACES TO ERR-ACTION.
000503 MOVE "MSG " TO ERR-ACTION(1:4).
000504 MOVE MISS-MSG-NO TO ERR-ACTION(5:4).
000505 MOVE KIOSK-LANGUAGE TO ERR-ACTION(10:2).
000506 MOVE "MISSING, EN SHOWN" TO ERR-ACTION(13:17).
000507 MOVE "N" TO LOGGED-FOUND-SW.
000508 PERFORM VARYING LOGGED-IX FROM 1 BY 1
000509     UNTIL (LOGGED-IX > LOGGED-USED) OR LOGGED-FOUND
000510 IF LOGGED-KEY(LOGGED-IX) = ERR-ACTION(1:11)
000511 SET LOGGED-FOUND TO TRUE
000512 END-IF
000513 END-PERFORM.
000514 IF NOT LOGGED-FOUND
000515 MOVE "MSGCAT" TO ERR-FILE
000516 MOVE "23" TO ERR-FILE-STATUS
000517 MOVE "W" TO ERR-SEVERITY
000518 PERFORM CALLERRLOG
000519 END-IF.
000520 GO-BACK.
000521*PICK UP THE MISSING-TRANSLATION ENTRIES THIS PROGRAM ALREADY
000522*HAS ON THE LIVE EXCEPTION LOG. NO LOG JUST MEANS NONE YET; A
000523*LOG WITH MORE THAN THE TABLE HOLDS AT WORST LOGS ONE TWICE.
000524 LOADLOGGED.
000525 SET LOGGED-LOADED TO TRUE.
000526 MOVE 0 TO LOGGED-USED.
000527 MOVE "N" TO EX-EOF-SW.
000528 OPEN INPUT EXCEPTION-LOG-FILE.
000529 IF EX-STATUS-WK = "00"
000530 PERFORM UNTIL EX-EOF OR (LOGGED-USED = 100)
000531 READ EXCEPTION-LOG-FILE
000532 AT END
000533 SET EX-EOF TO TRUE
000534 NOT AT END
000535 IF (EX-PROGRAM = ERR-PROGRAM) AND (EX-FILE = "MSGCAT")
000536     AND (EX-ACTION(1:4) = "MSG ")
000537 ADD 1 TO LOGGED-USED
000538 MOVE EX-ACTION(1:11) TO LOGGED-KEY(LOGGED-USED)
000539 END-IF
000540 END-READ
000541 END-PERFORM
000542 CLOSE EXCEPTION-LOG-FILE
000543 END-IF.
000544 GO-BACK.
000545*GET THE CURRENTLY PRESSED KEY, AND TOGGLE THE LEADERBOARD OVERLAY
000546*WHEN THE LEADERBOARD KEY COMES UP.
000547 GETKEY.
000548 CALL "get_next_key".
000549 MOVE RETURN-CODE TO KEYDOWN.
000550 IF KEYDOWN = LEADERBOARD-KEY
000551 PERFORM TOGGLELEADERBOARD
000552 END-IF.
000553*FLIP LEADERBOARD-MODE ON OR OFF. TURNING IT ON FORCES A FRESH
000554*READ OF GAME-RESULTS THE NEXT TIME IT IS SHOWN.
000555 TOGGLELEADERBOARD.
000556 IF LEADERBOARD-MODE
000557 MOVE "N" TO LEADERBOARD-SW
000558 ELSE
000559 SET LEADERBOARD-MODE TO TRUE
000560 MOVE "N" TO LEADERBOARD-SHOWN-SW
000561 END-IF.
000562 GO-BACK.
000563*SHOW THE LEADERBOARD OVERLAY. RELOADS AND REPRINTS IT ON THE
000564*FIRST SHOW AFTER A TOGGLE, THEN AGAIN EVERY LB-REFRESH-LIMIT
000565*LOOP ITERATIONS SO A DISPLAY LEFT ON LEADERBOARD VIEW ALL DAY
000566*PICKS UP GAMES FINISHED WHILE IT WAS SHOWING, NOT JUST AT THE
000567*NEXT MANUAL TOGGLE.
000568 SHOWLEADERBOARD.
000569 IF NOT LEADERBOARD-SHOWN
000570 PERFORM READLEADERBOARD
000571 PERFORM PRINTLEADERBOARD
000572 SET LEADERBOARD-SHOWN TO TRUE
000573 MOVE 0 TO LB-REFRESH-CT
000574 ELSE
000575 ADD 1 TO LB-REFRESH-CT
000576 IF LB-REFRESH-CT >= LB-REFRESH-LIMIT
000577 PERFORM READLEADERBOARD
000578 PERFORM PRINTLEADERBOARD
000579 MOVE 0 TO LB-REFRESH-CT
000580 END-IF
000581 END-IF.
000582 GO-BACK.
000583*PULL TODAY'S WINS FROM MOREORLESS'S GAME-RESULTS AND KEEP THE
000584*5 WITH THE FEWEST TRIES USED. THE READ STARTS ON TODAY'S DATE
000585*THROUGH THE GR-DATE ALTERNATE KEY AND STOPS AS SOON AS THE
000586*DATE MOVES ON, SO A YEAR OF HISTORY COSTS THE REFRESH NOTHING.
000587*LB-TODAY IS ITS OWN FIELD RATHER THAN SESSION-DATE SINCE
000588*WRITEAUDITSTART/END OVERWRITE SESSION-DATE WITH THEIR OWN
000589*ACCEPT FROM DATE EACH TIME THEY RUN.
000590 READLEADERBOARD.
000591 ACCEPT LB-TODAY FROM DATE.
000592 PERFORM RESETLBTABLE.
000593 OPEN INPUT GAME-RESULTS-FILE.
000594 IF GR-STATUS = "00"
000595 MOVE "N" TO LB-EOF-SW
000596 MOVE LB-TODAY TO GR-DATE
000597 START GAME-RESULTS-FILE KEY = GR-DATE
000598 INVALID KEY
000599 SET LB-EOF TO TRUE
000600 END-START
000601 PERFORM UNTIL LB-EOF
000602 READ GAME-RESULTS-FILE NEXT RECORD
000603 AT END
000604 SET LB-EOF TO TRUE
000605 NOT AT END
000606 IF GR-DATE = LB-TODAY
000607 PERFORM RANKRESULT
000608 ELSE
000609 SET LB-EOF TO TRUE
000610 END-IF
000611 END-READ
000612 END-PERFORM
000613 CLOSE GAME-RESULTS-FILE
000614 ELSE
000615 MOVE "GAMERES" TO ERR-FILE
000616 MOVE GR-STATUS TO ERR-FILE-STATUS
000617 MOVE "W" TO ERR-SEVERITY
000618 MOVE "LEADERBOARD NOT REFRESHED" TO ERR-ACTION
000619 PERFORM CALLERRLOG
000620 END-IF.
000621 GO-BACK.
000622*CLEAR THE TOP-5 TABLE BACK TO EMPTY SLOTS.
000623 RESETLBTABLE.
000624 PERFORM VARYING LB-SCAN FROM 1 BY 1 UNTIL LB-SCAN > 5
000625 MOVE SPACES TO LB-EMPLOYEE(LB-SCAN)
000626 MOVE 100 TO LB-TRIES(LB-SCAN)
000627 END-PERFORM.
000628 GO-BACK.
000629*IF THIS RESULT IS A WIN THAT BEATS SOMETHING ALREADY ON THE
000630*TABLE, INSERT IT AND DROP THE WORST ENTRY. THE KEYED READ IN
000631*READLEADERBOARD ONLY HANDS US TODAY'S RECORDS.
000632 RANKRESULT.
000633 IF GR-OUTCOME = "W"
000634 MOVE 0 TO LB-IDX
000635 PERFORM FINDSLOT
000636 IF LB-IDX > 0
000637 PERFORM SHIFTDOWN
000638 MOVE GR-EMPLOYEE-ID TO LB-EMPLOYEE(LB-IDX)
000639 MOVE GR-TRIES-USED TO LB-TRIES(LB-IDX)
000640 END-IF
000641 END-IF.
000642 GO-BACK.
000643*FIND THE FIRST TABLE SLOT THIS RESULT BEATS. LB-IDX STAYS 0 IF
000644*IT DOES NOT MAKE THE TOP 5.
000645 FINDSLOT.
000646 PERFORM VARYING LB-SCAN FROM 1 BY 1
000647     UNTIL (LB-SCAN > 5) OR (LB-IDX > 0)
000648 IF GR-TRIES-USED < LB-TRIES(LB-SCAN)
000649 MOVE LB-SCAN TO LB-IDX
000650 END-IF
000651 END-PERFORM.
000652 GO-BACK.
000653*MAKE ROOM AT LB-IDX BY SLIDING THE LOWER-RANKED ENTRIES DOWN ONE
000654*SLOT, DROPPING WHATEVER WAS IN SLOT 5.
000655 SHIFTDOWN.
000656 PERFORM VARYING LB-SCAN FROM 5 BY -1 UNTIL LB-SCAN NOT > LB-IDX
000657 MOVE LB-EMPLOYEE(LB-SCAN - 1) TO LB-EMPLOYEE(LB-SCAN)
000658 MOVE LB-TRIES(LB-SCAN - 1) TO LB-TRIES(LB-SCAN)
000659 END-PERFORM.
000660 GO-BACK.
000661*PRINT THE CURRENT TOP-5 TABLE AS A TEXT OVERLAY.
000662 PRINTLEADERBOARD.
000663 DISPLAY TX-LB-HEAD(1:LN-LB-HEAD).
000664 PERFORM VARYING LB-SCAN FROM 1 BY 1 UNTIL LB-SCAN > 5
000665 IF LB-EMPLOYEE(LB-SCAN) NOT = SPACES
000666 DISPLAY LB-SCAN, ". ", LB-EMPLOYEE(LB-SCAN), " - ",
000667     LB-TRIES(LB-SCAN), " ", TX-LB-TRIES(1:LN-LB-TRIES)
000668 END-IF
000669 END-PERFORM.
000670 GO-BACK.
000671*COUNT LOOP ITERATIONS AND, EVERY ANN-ROTATE-LIMIT OF THEM,
000672*PUT THE NEXT CURRENT ANNOUNCEMENT ON THE DISPLAY - THE SAME
000673*TICK-COUNTING SHAPE THE LEADERBOARD REFRESH USES.
000674 SHOWANNOUNCE.
000675 ADD 1 TO ANN-TICK.
000676 IF ANN-TICK >= ANN-ROTATE-LIMIT
000677 MOVE 0 TO ANN-TICK
000678 PERFORM LOADANNS
000679 IF ANN-USED > 0
000680 PERFORM NEXTANNOUNCE
000681 END-IF
000682 END-IF.
000683 GO-BACK.
000684*WALK THE ROTATION FORWARD TO THE NEXT ANNOUNCEMENT WHOSE
000685*DATES SPAN TODAY AND SHOW IT. ONE FULL LAP WITH NOTHING
000686*CURRENT JUST SHOWS NOTHING - EXPIRED AND NOT-YET-STARTED
000687*NOTICES SIT QUIETLY ON FILE.
000688 NEXTANNOUNCE.
000689 ACCEPT ANN-TODAY FROM DATE.
000690 MOVE "N" TO ANN-SHOWN-SW.
000691 MOVE 0 TO ANN-SCAN-CT.
000692 PERFORM UNTIL ANN-SHOWN OR (ANN-SCAN-CT >= ANN-USED)
000693 ADD 1 TO ANN-SCAN-CT
000694 ADD 1 TO ANN-NEXT
000695 IF ANN-NEXT > ANN-USED
000696 MOVE 1 TO ANN-NEXT
000697 END-IF
000698 IF (AT-START(ANN-NEXT) <= ANN-TODAY)
000699     AND (AT-END(ANN-NEXT) >= ANN-TODAY)
000700 DISPLAY TX-ANN-MARK(1:LN-ANN-MARK), " ", AT-TEXT(ANN-NEXT)
000701 SET ANN-SHOWN TO TRUE
000702 END-IF
000703 END-PERFORM.
000704 GO-BACK.
000705*RE-READ THE ANNOUNCEMENT FILE, KEPT IN PRIORITY ORDER SO THE
000706*ROTATION LEADS WITH WHAT MATTERS MOST. A MISSING FILE JUST
000707*MEANS NO NOTICES - THE USUAL STATE - SO NOBODY IS TOLD.
000708 LOADANNS.
000709 MOVE 0 TO ANN-USED.
000710 MOVE "N" TO ANN-EOF-SW.
000711 OPEN INPUT ANNOUNCE-FILE.
000712 IF AN-STATUS = "00"
000713 PERFORM UNTIL ANN-EOF OR (ANN-USED = 20)
000714 READ ANNOUNCE-FILE
000715 AT END
000716 SET ANN-EOF TO TRUE
000717 NOT AT END
000718 PERFORM ANNINSERT
000719 END-READ
000720 END-PERFORM
000721 CLOSE ANNOUNCE-FILE
000722 END-IF.
000723 GO-BACK.
000724*SLOT ONE NOTICE INTO THE TABLE AHEAD OF EVERYTHING OF LOWER
000725*PRIORITY - THE SAME INSERT-AND-SHIFT THE LEADERBOARD USES.
000726 ANNINSERT.
000727 MOVE 0 TO ANN-SLOT.
000728 PERFORM VARYING ANN-IX FROM 1 BY 1
000729     UNTIL (ANN-IX > ANN-USED) OR (ANN-SLOT > 0)
000730 IF AN-PRIORITY > AT-PRIORITY(ANN-IX)
000731 MOVE ANN-IX TO ANN-SLOT
000732 END-IF
000733 END-PERFORM.
000734 ADD 1 TO ANN-USED.
000735 IF ANN-SLOT = 0
000736 MOVE ANN-USED TO ANN-SLOT
000737 ELSE
000738 PERFORM VARYING ANN-IX FROM ANN-USED BY -1
000739     UNTIL ANN-IX NOT > ANN-SLOT
000740 MOVE ANN-ENTRY(ANN-IX - 1) TO ANN-ENTRY(ANN-IX)
000741 END-PERFORM
000742 END-IF.
000743 MOVE AN-TEXT TO AT-TEXT(ANN-SLOT).
000744 MOVE AN-START TO AT-START(ANN-SLOT).
000745 MOVE AN-END TO AT-END(ANN-SLOT).
000746 MOVE AN-PRIORITY TO AT-PRIORITY(ANN-SLOT).
000747 GO-BACK.
000748*LOG A SESSION START EVENT TO THE AUDIT LOG.
000749 WRITEAUDITSTART.
000750 ACCEPT SESSION-DATE FROM DATE.
000751 ACCEPT SESSION-TIME FROM TIME.
000752 MOVE "START" TO AL-EVENT.
000753 MOVE SESSION-DATE TO AL-DATE.
000754 MOVE SESSION-TIME TO AL-TIME.
000755 MOVE SPACES TO AL-REASON.
000756 PERFORM WRITEAUDIT.
000757 GO-BACK.
000758*LOG A SESSION END EVENT, WITH THE REASON THE SESSION ENDED, TO
000759*THE AUDIT LOG. A MAINTENANCE SHUTDOWN ORDERED FROM HEAD OFFICE
000760*SAYS SO, SO NOBODY MISTAKES IT FOR SOMEONE CLOSING THE KIOSK.
000761 WRITEAUDITEND.
000762 ACCEPT SESSION-DATE FROM DATE.
000763 ACCEPT SESSION-TIME FROM TIME.
000764 MOVE "END" TO AL-EVENT.
000765 MOVE SESSION-DATE TO AL-DATE.
000766 MOVE SESSION-TIME TO AL-TIME.
000767 IF MAINT-STOP
000768 MOVE "MAINT STOP" TO AL-REASON
000769 ELSE
000770 MOVE "USER QUIT" TO AL-REASON
000771 END-IF.
000772 PERFORM WRITEAUDIT.
000773 GO-BACK.
000774*APPEND THE CURRENT AUDIT-LOG-REC TO THE AUDIT LOG. A NEW LOG
000775*IS ONLY CREATED ON FILE-NOT-FOUND - ANY OTHER EXTEND FAILURE
000776*IS LOGGED RATHER THAN PAPERED OVER WITH A TRUNCATING RE-OPEN.
000777 WRITEAUDIT.
000778 MOVE STATION-ID TO AL-STATION.
000779 OPEN EXTEND AUDIT-LOG-FILE.
000780 IF AL-STATUS = "35"
000781 OPEN OUTPUT AUDIT-LOG-FILE
000782 END-IF.
000783 IF AL-STATUS = "00"
000784 WRITE AUDIT-LOG-REC
000785 CLOSE AUDIT-LOG-FILE
000786 ELSE
000787 MOVE "OGLAUDIT" TO ERR-FILE
000788 MOVE AL-STATUS TO ERR-FILE-STATUS
000789 MOVE "E" TO ERR-SEVERITY
000790 MOVE "AUDIT EVENT LOST" TO ERR-ACTION
000791 PERFORM CALLERRLOG
000792 END-IF.
000793 GO-BACK.
000794*EVERY CMD-POLL-LIMIT LOOP ITERATIONS, LOOK FOR NEW COMMANDS
000795*FROM HEAD OFFICE - THE SAME TICK-COUNTING SHAPE THE
000796*ANNOUNCEMENT ROTATION USES. A MAINTENANCE SHUTDOWN ENDS THE
000797*LOOP HERE, AFTER ENDCHECK, SO THE QUIT CHECK CANNOT UNDO IT.
000798 POLLCOMMANDS.
000799 ADD 1 TO CMD-TICK.
000800 IF CMD-TICK >= CMD-POLL-LIMIT
000801 MOVE 0 TO CMD-TICK
000802 PERFORM READCOMMANDS
000803 END-IF.
000804 IF MAINT-STOP
000805 MOVE 1 TO QUIT
000806 END-IF.
000807 GO-BACK.
000808*READ THE COMMAND FILE AND CARRY OUT EVERY COMMAND FOR THIS
000809*STATION OR FOR *ALL NEWER THAN THE LAST ONE THIS STATION
000810*ACKNOWLEDGED. COMMAND IDS ONLY EVER GO UP, SO THAT ONE NUMBER
000811*IS ENOUGH TO KEEP A COMMAND FROM RUNNING TWICE. NOTHING AFTER
000812*A SHUTDOWN IS TAKEN - IT WAITS FOR THE NEXT START. A MISSING
000813*FILE JUST MEANS NOTHING HAS BEEN POSTED, SO NOBODY IS TOLD.
000814 READCOMMANDS.
000815 MOVE "N" TO CMD-EOF-SW.
000816 OPEN INPUT STATION-COMMAND-FILE.
000817 IF CMD-STATUS = "00"
000818 PERFORM UNTIL CMD-EOF OR MAINT-STOP
000819 READ STATION-COMMAND-FILE
000820 AT END
000821 SET CMD-EOF TO TRUE
000822 NOT AT END
000823 IF (SC-CMD-ID > LAST-CMD-ID)
000824     AND ((SC-STATION = STATION-ID) OR (SC-STATION = "*ALL"))
000825 PERFORM RUNCOMMAND
000826 END-IF
000827 END-READ
000828 END-PERFORM
000829 CLOSE STATION-COMMAND-FILE
000830 END-IF.
000831 GO-BACK.
000832*CARRY OUT ONE COMMAND AND ACKNOWLEDGE IT. ONE FIRST SEEN PAST
000833*ITS EXPIRY DATE - A KIOSK THAT WAS OFF WHEN IT WAS POSTED -
000834*IS ACKNOWLEDGED AS EXPIRED AND NOT CARRIED OUT. A NEW WINDOW
000835*SETUP ONLY TAKES EFFECT WHEN THE WINDOW IS OPENED, AND THE
000836*DISPLAY LIBRARY HAS NO WAY TO CLOSE THE ONE ALREADY OPEN, SO
000837*WINCFG IS ONLY CHECKED HERE AND USED AT THE NEXT START.
000838 RUNCOMMAND.
000839 ACCEPT CMD-TODAY FROM DATE.
000840 IF (SC-EXPIRE-DATE NOT = 0) AND (SC-EXPIRE-DATE < CMD-TODAY)
000841 MOVE "EXPIRED" TO ACK-RESULT
000842 ELSE
000843 IF SC-MESSAGE
000844 DISPLAY TX-CMD-MARK(1:LN-CMD-MARK), " ", SC-TEXT
000845 MOVE "SHOWN" TO ACK-RESULT
000846 ELSE
000847 IF SC-LB-ON
000848 SET LEADERBOARD-MODE TO TRUE
000849 MOVE "N" TO LEADERBOARD-SHOWN-SW
000850 MOVE "DONE" TO ACK-RESULT
000851 ELSE
000852 IF SC-LB-OFF
000853 MOVE "N" TO LEADERBOARD-SW
000854 MOVE "DONE" TO ACK-RESULT
000855 ELSE
000856 IF SC-RELOAD
000857 PERFORM READWINCFG
000858 IF WC-STATUS = "00"
000859 MOVE "NEXT START" TO ACK-RESULT
000860 ELSE
000861 MOVE "NO WINCFG" TO ACK-RESULT
000862 END-IF
000863 ELSE
000864 IF SC-SHUTDOWN
000865 SET MAINT-STOP TO TRUE
000866 MOVE "STOPPING" TO ACK-RESULT
000867 ELSE
000868 MOVE "UNKNOWN" TO ACK-RESULT
000869 END-IF
000870 END-IF
000871 END-IF
000872 END-IF
000873 END-IF
000874 END-IF.
000875 PERFORM WRITEACK.
000876 MOVE SC-CMD-ID TO LAST-CMD-ID.
000877 GO-BACK.
000878*APPEND ONE ACKNOWLEDGEMENT. A NEW FILE IS ONLY CREATED ON
000879*FILE-NOT-FOUND, AS FOR THE AUDIT LOG. A LOST ACKNOWLEDGEMENT
000880*LEAVES THE COMMAND SHOWING AS WAITING AT HEAD OFFICE, AND
000881*THE KIOSK WOULD TAKE IT AGAIN AFTER A RESTART, SO IT IS LOGGED.
000882 WRITEACK.
000883 MOVE SC-CMD-ID TO SA-CMD-ID.
000884 MOVE STATION-ID TO SA-STATION.
000885 ACCEPT SA-DATE FROM DATE.
000886 ACCEPT SA-TIME FROM TIME.
000887 MOVE SC-COMMAND TO SA-COMMAND.
000888 MOVE ACK-RESULT TO SA-RESULT.
000889 OPEN EXTEND STATION-ACK-FILE.
000890 IF ACK-STATUS = "35"
000891 OPEN OUTPUT STATION-ACK-FILE
000892 END-IF.
000893 IF ACK-STATUS = "00"
000894 WRITE STATION-ACK-REC
000895 CLOSE STATION-ACK-FILE
000896 ELSE
000897 MOVE "STNACK" TO ERR-FILE
000898 MOVE ACK-STATUS TO ERR-FILE-STATUS
000899 MOVE "E" TO ERR-SEVERITY
000900 MOVE "COMMAND ACK LOST" TO ERR-ACTION
000901 PERFORM CALLERRLOG
000902 END-IF.
000903 GO-BACK.
000904*AT STARTUP, FIND THE LAST COMMAND THIS STATION ACKNOWLEDGED,
000905*SO A RESTARTED KIOSK - ONE SHUT DOWN FOR MAINTENANCE ABOVE
000906*ALL - DOES NOT CARRY OUT THE SAME COMMANDS AGAIN.
000907 LOADLASTACK.
000908 MOVE 0 TO LAST-CMD-ID.
000909 OPEN INPUT STATION-ACK-FILE.
000910 IF ACK-STATUS = "00"
000911 PERFORM UNTIL ACK-EOF
000912 READ STATION-ACK-FILE
000913 AT END
000914 SET ACK-EOF TO TRUE
000915 NOT AT END
000916 IF (SA-STATION = STATION-ID) AND (SA-CMD-ID > LAST-CMD-ID)
000917 MOVE SA-CMD-ID TO LAST-CMD-ID
000918 END-IF
000919 END-READ
000920 END-PERFORM
000921 CLOSE STATION-ACK-FILE
000922 END-IF.
000923 GO-BACK.
000924*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000925*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000926*CONSOLE.
000927 CALLERRLOG.
000928 CALL "ERRLOG" USING ERR-CALL-AREA
000929 ON EXCEPTION
000930 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000931     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000932 END-CALL.
000933 GO-BACK.
