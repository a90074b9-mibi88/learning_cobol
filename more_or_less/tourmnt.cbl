000013* SHEET FOR ONE ROUND TO TBRKTOUT. A FINISHED TOURNAMENT'S
000014* TOURPAIR IS REMOVED BY HAND BEFORE A NEW ONE IS REGISTERED,
000015* THE SAME DELIBERATE STEP GRCONV ASKS FOR.
000016*10/15/26 MIBI88 - THE OPERATOR SIGNS ON THROUGH OPRSIGN FIRST.
000017* REGISTERING AND PAIRING ROUNDS ARE FOR THE TRAINER ROLE ON
000018* THE OPRMAST OPERATOR MASTER; THE BRACKET SHEET IS ALSO OPEN
000019* TO OPERATIONS, WHO PRINT IT FOR THE BRANCHES. THE MENU SHOWS
000020* ONLY WHAT THE ROLE ALLOWS, AND A REFUSED CHOICE GOES TO THE
000021* EXCEPTION LOG THROUGH ERRLOG.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000029 ORGANIZATION INDEXED
000030 ACCESS DYNAMIC
000031 RECORD KEY IS EM-EMPLOYEE-ID
000032 FILE STATUS IS EM-STATUS.
000033 SELECT TOUR-PAIR-FILE ASSIGN "TOURPAIR"
000034 ORGANIZATION LINE SEQUENTIAL
000035 FILE STATUS IS TP-STATUS.
000036 SELECT REPORT-FILE ASSIGN "TBRKTOUT"
000037 ORGANIZATION LINE SEQUENTIAL
000038 FILE STATUS IS RPT-STATUS.
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042 FD EMPLOYEE-MASTER-FILE.
000043 COPY "empmast.cpy".
000044 FD TOUR-PAIR-FILE.
000045 COPY "tourpair.cpy".
000046 FD REPORT-FILE.
000047 01 REPORT-LINE.
000048 02 RL-MATCH PIC ZZ9.
000049 02 FILLER PIC X(02) VALUE SPACES.
000050 02 RL-P1 PIC X(06).
000051 02 FILLER PIC X(01) VALUE SPACES.
000052 02 RL-NAME1 PIC X(20).
000053 02 FILLER PIC X(01) VALUE SPACES.
000054 02 RL-VS PIC X(02).
000055 02 FILLER PIC X(01) VALUE SPACES.
000056 02 RL-P2 PIC X(06).
000057 02 FILLER PIC X(01) VALUE SPACES.
000058 02 RL-NAME2 PIC X(20).
000059 02 FILLER PIC X(02) VALUE SPACES.
000060 02 RL-RESULT PIC X(16).
000061 WORKING-STORAGE SECTION.
000062 01 EM-STATUS PIC X(02).
000063 01 TP-STATUS PIC X(02).
000064 01 RPT-STATUS PIC X(02).
000065 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000066 88 CHOICE-REGISTER VALUE "R".
000067 88 CHOICE-GEN VALUE "G".
000068 88 CHOICE-BRACKET VALUE "B".
000069 88 CHOICE-EXIT VALUE "X".
000070 01 MAST-EOF-SW PIC X(01) VALUE "N".
000071 88 MAST-EOF VALUE "Y".
000072 01 PAIR-EOF-SW PIC X(01) VALUE "N".
000073 88 PAIR-EOF VALUE "Y".
000074 01 PAIR-TABLE.
000075 02 PAIR-ENTRY OCCURS 200 TIMES.
000076 03 PE-ROUND PIC 9(02).
000077 03 PE-MATCH PIC 9(03).
000078 03 PE-PLAYER-1 PIC X(06).
000079 03 PE-PLAYER-2 PIC X(06).
000080 03 PE-PLAYED PIC X(01).
000081 03 PE-WINNER PIC X(06).
000082 01 PAIR-USED PIC 9(03) VALUE 0.
000083 01 PAIR-IX PIC 9(03).
000084 01 ENT-TABLE.
000085 02 ENT-ID OCCURS 100 TIMES PIC X(06).
000086 01 ENT-USED PIC 9(03) VALUE 0.
000087 01 ENT-IX PIC 9(03).
000088 01 MAX-ROUND PIC 9(02).
000089 01 NEW-ROUND PIC 9(02).
000090 01 MATCH-NO PIC 9(03).
000091 01 OPEN-CT PIC 9(03).
000092 01 WANT-ROUND PIC 9(02).
000093 01 LINE-CT PIC 9(03).
000094 01 EMP-NAME-WK PIC X(20).
000095 01 EMPMAST-OPEN-SW PIC X(01) VALUE "N".
000096 88 EMPMAST-OPEN VALUE "Y".
000097 01 ANSWER-IN PIC X(20).
000098 01 NUM-WORK PIC 9(04).
000099 01 EDIT-IX PIC 9(02).
000100 01 EDIT-DIGIT PIC 9(01).
000101 01 EDIT-BAD-SW PIC X(01) VALUE "N".
000102 88 EDIT-BAD VALUE "Y".
000103 01 CHOICE-OK-SW PIC X(01) VALUE "N".
000104 88 CHOICE-OK VALUE "Y".
000105 COPY "oprlink.cpy".
000106 COPY "errlink.cpy".
000107 PROCEDURE DIVISION.
000108
000109 MAIN.
000110 DISPLAY "= TOURNAMENT CONTROL =".
000111 MOVE "TOURMNT" TO ERR-PROGRAM.
000112 PERFORM SIGNON.
000113 IF NOT OPR-VERIFIED
000114 STOP RUN
000115 END-IF.
000116 IF NOT (OPR-IS-TRAINER OR OPR-IS-OPS)
000117 DISPLAY "TOURNAMENT CONTROL IS FOR THE TRAINER AND OPERATIONS"
000118     " ROLES ONLY."
000119 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000120 MOVE OPR-OPERATOR-ID TO ERR-ACTION(20:6)
000121 PERFORM LOGREFUSAL
000122 STOP RUN
000123 END-IF.
000124 PERFORM UNTIL CHOICE-EXIT
000125 PERFORM MENUSTEP
000126 END-PERFORM.
000127 DISPLAY "TOURNAMENT CONTROL ENDED.".
000128 STOP RUN.
000129*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON.
000130 SIGNON.
000131 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000132 CALL "OPRSIGN" USING OPR-CALL-AREA
000133 ON EXCEPTION
000134 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000135 MOVE "N" TO OPR-RESULT
000136 END-CALL.
000137 GO-BACK.
000138*SHOW THE MENU AND DISPATCH ONE CHOICE. ONLY THE CHOICES THE
000139*OPERATOR'S ROLES ALLOW ARE SHOWN, AND ONE THAT WAS NOT SHOWN
000140*IS REFUSED AND LOGGED RATHER THAN RUN.
000141 MENUSTEP.
000142 IF OPR-IS-TRAINER
000143 DISPLAY "R=REGISTER  G=NEXT ROUND  B=BRACKET SHEET  X=EXIT"
000144 ELSE
000145 DISPLAY "B=BRACKET SHEET  X=EXIT"
000146 END-IF.
000147 ACCEPT MENU-CHOICE FROM CONSOLE.
000148 MOVE "Y" TO CHOICE-OK-SW.
000149 IF (CHOICE-REGISTER OR CHOICE-GEN) AND NOT OPR-IS-TRAINER
000150 MOVE "N" TO CHOICE-OK-SW
000151 END-IF.
000152 IF NOT CHOICE-OK
000153 PERFORM REFUSECHOICE
000154 ELSE
000155 IF CHOICE-REGISTER
000156 PERFORM REGISTER
000157 ELSE
000158 IF CHOICE-GEN
000159 PERFORM GENROUND
000160 ELSE
000161 IF CHOICE-BRACKET
000162 PERFORM BRACKET
000163 ELSE
000164 IF NOT CHOICE-EXIT
000165 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000166 END-IF
000167 END-IF
000168 END-IF
000169 END-IF
000170 END-IF.
000171 GO-BACK.
000172*TURN A CHOICE AWAY AND PUT WHO TRIED WHAT ON THE EXCEPTION LOG.
000173 REFUSECHOICE.
000174 DISPLAY "THAT CHOICE IS NOT OPEN TO YOUR ROLE."
000175 MOVE "CHOICE   REFUSED TO" TO ERR-ACTION.
000176 MOVE MENU-CHOICE TO ERR-ACTION(8:1).
000177 MOVE OPR-OPERATOR-ID TO ERR-ACTION(21:6).
000178 PERFORM LOGREFUSAL.
000179 GO-BACK.
000180*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000181*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000182 LOGREFUSAL.
000183 MOVE "OPRMAST" TO ERR-FILE.
000184 MOVE "00" TO ERR-FILE-STATUS.
000185 MOVE "W" TO ERR-SEVERITY.
000186 PERFORM CALLERRLOG.
000187 GO-BACK.
000188*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000189*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000190*CONSOLE.
000191 CALLERRLOG.
000192 CALL "ERRLOG" USING ERR-CALL-AREA
000193 ON EXCEPTION
000194 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000195     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000196 END-CALL.
000197 GO-BACK.
000198*REGISTER THE ACTIVE EMPLOYEES AND WRITE THE ROUND 1 DRAW.
000199*AN EXISTING PAIRING FILE IS A TOURNAMENT IN FLIGHT OR A
000200*FINISHED ONE NOT PUT AWAY - EITHER WAY IT IS NOT OVERWRITTEN
000201*AS A SIDE EFFECT.
000202 REGISTER.
000203 OPEN INPUT TOUR-PAIR-FILE.
000204 IF TP-STATUS = "00"
000205 CLOSE TOUR-PAIR-FILE
000206 DISPLAY "TOURPAIR ALREADY EXISTS. PUT THE OLD TOURNAMENT"
000207     " AWAY FIRST. NOTHING REGISTERED."
000208 ELSE
000209 PERFORM COLLECTENTRANTS
000210 IF ENT-USED < 2
000211 DISPLAY "FEWER THAN TWO ACTIVE ENTRANTS. NO TOURNAMENT."
000212 ELSE
000213 MOVE 0 TO PAIR-USED
000214 MOVE 1 TO NEW-ROUND
000215 PERFORM PAIRENTRANTS
000216 PERFORM WRITEPAIRS
000217 DISPLAY ENT-USED, " ENTRANTS REGISTERED INTO ROUND 1."
000218 END-IF
000219 END-IF.
000220 GO-BACK.
000221*WALK THE EMPLOYEE MASTER IN KEY ORDER AND COLLECT THE ACTIVE
000222*IDS. KEY ORDER IS THE SEEDING - BRANCH THEN EMPLOYEE - WHICH
000223*KEEPS THE DRAW REPRODUCIBLE AND ARGUMENT-FREE.
000224 COLLECTENTRANTS.
000225 MOVE 0 TO ENT-USED.
000226 MOVE "N" TO MAST-EOF-SW.
000227 OPEN INPUT EMPLOYEE-MASTER-FILE.
000228 IF EM-STATUS NOT = "00"
000229 DISPLAY "UNABLE TO OPEN EMPMAST. STATUS ", EM-STATUS, "."
000230 ELSE
000231 PERFORM UNTIL MAST-EOF
000232 READ EMPLOYEE-MASTER-FILE NEXT RECORD
000233 AT END
000234 SET MAST-EOF TO TRUE
000235 NOT AT END
000236 IF EM-ACTIVE = "Y"
000237 IF ENT-USED = 100
000238 DISPLAY "MORE THAN 100 ACTIVE EMPLOYEES. THE REST ARE"
000239     " NOT ENTERED."
000240 SET MAST-EOF TO TRUE
000241 ELSE
000242 ADD 1 TO ENT-USED
000243 MOVE EM-EMPLOYEE-ID TO ENT-ID(ENT-USED)
000244 END-IF
000245 END-IF
000246 END-READ
000247 END-PERFORM
000248 CLOSE EMPLOYEE-MASTER-FILE
000249 END-IF.
000250 GO-BACK.
000251*PAIR THE ENTRANT LIST INTO NEW-ROUND, TWO BY TWO IN LIST
000252*ORDER. AN ODD COUNT LEAVES THE LAST ENTRANT A BYE, WRITTEN
000253*ALREADY PLAYED WITH THE WINNER FILLED IN.
000254 PAIRENTRANTS.
000255 MOVE 0 TO MATCH-NO.
000256 MOVE 1 TO ENT-IX.
000257 PERFORM UNTIL ENT-IX > ENT-USED
000258 ADD 1 TO MATCH-NO
000259 ADD 1 TO PAIR-USED
000260 MOVE NEW-ROUND TO PE-ROUND(PAIR-USED)
000261 MOVE MATCH-NO TO PE-MATCH(PAIR-USED)
000262 MOVE ENT-ID(ENT-IX) TO PE-PLAYER-1(PAIR-USED)
000263 IF ENT-IX < ENT-USED
000264 ADD 1 TO ENT-IX
000265 MOVE ENT-ID(ENT-IX) TO PE-PLAYER-2(PAIR-USED)
000266 MOVE "N" TO PE-PLAYED(PAIR-USED)
000267 MOVE SPACES TO PE-WINNER(PAIR-USED)
000268 ELSE
000269 MOVE SPACES TO PE-PLAYER-2(PAIR-USED)
000270 MOVE "Y" TO PE-PLAYED(PAIR-USED)
000271 MOVE PE-PLAYER-1(PAIR-USED) TO PE-WINNER(PAIR-USED)
000272 DISPLAY PE-PLAYER-1(PAIR-USED), " HAS A BYE IN ROUND ",
000273     NEW-ROUND, "."
000274 END-IF
000275 ADD 1 TO ENT-IX
000276 END-PERFORM.
000277 GO-BACK.
000278*PROVE THE LATEST ROUND COMPLETE AND PAIR ITS WINNERS INTO
000279*THE NEXT, OR NAME THE CHAMPION WHEN ONE WINNER IS LEFT.
000280 GENROUND.
000281 PERFORM LOADPAIRS.
000282 IF PAIR-USED = 0
000283 DISPLAY "NO TOURNAMENT ON FILE. REGISTER ONE FIRST."
000284 ELSE
000285 MOVE 0 TO MAX-ROUND
000286 MOVE 0 TO OPEN-CT
000287 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
000288 IF PE-ROUND(PAIR-IX) > MAX-ROUND
000289 MOVE PE-ROUND(PAIR-IX) TO MAX-ROUND
000290 END-IF
000291 END-PERFORM
000292 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
000293 IF (PE-ROUND(PAIR-IX) = MAX-ROUND)
000294     AND (PE-PLAYED(PAIR-IX) NOT = "Y")
000295 ADD 1 TO OPEN-CT
000296 END-IF
000297 END-PERFORM
000298 IF OPEN-CT > 0
000299 DISPLAY "ROUND ", MAX-ROUND, " STILL HAS ", OPEN-CT,
000300     " UNPLAYED MATCHES. NO NEW ROUND."
000301 ELSE
000302 PERFORM COLLECTWINNERS
000303 IF ENT-USED = 1
000304 DISPLAY "TOURNAMENT COMPLETE. CHAMPION: ", ENT-ID(1), "."
000305 ELSE
000306 COMPUTE NEW-ROUND = MAX-ROUND + 1
000307 PERFORM PAIRENTRANTS
000308 PERFORM WRITEPAIRS
000309 DISPLAY ENT-USED, " WINNERS ADVANCE INTO ROUND ",
000310     NEW-ROUND, "."
000311 END-IF
000312 END-IF
000313 END-IF.
000314 GO-BACK.
000315*COLLECT THE LATEST ROUND'S WINNERS IN MATCH ORDER. A PLAYED
000316*MATCH WITH NO WINNER SHOULD NOT EXIST - CHALLENGE MODE
000317*SETTLES EVERY TOURNAMENT MATCH - BUT IF ONE TURNS UP THE
000318*LISTED PLAYER 1 ADVANCES AND THE SHEET SAYS SO.
000319 COLLECTWINNERS.
000320 MOVE 0 TO ENT-USED.
000321 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
000322 IF PE-ROUND(PAIR-IX) = MAX-ROUND
000323 ADD 1 TO ENT-USED
000324 IF PE-WINNER(PAIR-IX) = SPACES
000325 DISPLAY "MATCH ", PE-MATCH(PAIR-IX), " HAS NO WINNER ON"
000326     " FILE. PLAYER 1 ADVANCES."
000327 MOVE PE-PLAYER-1(PAIR-IX) TO ENT-ID(ENT-USED)
000328 ELSE
000329 MOVE PE-WINNER(PAIR-IX) TO ENT-ID(ENT-USED)
000330 END-IF
000331 END-IF
000332 END-PERFORM.
000333 GO-BACK.
000334*PRINT ONE ROUND'S BRACKET SHEET TO TBRKTOUT.
000335 BRACKET.
000336 PERFORM LOADPAIRS.
000337 IF PAIR-USED = 0
000338 DISPLAY "NO TOURNAMENT ON FILE. NOTHING TO PRINT."
000339 ELSE
000340 DISPLAY "WHICH ROUND?"
000341 ACCEPT ANSWER-IN FROM CONSOLE
000342 PERFORM EDITNUMBER
000343 MOVE NUM-WORK TO WANT-ROUND
000344 PERFORM PRINTBRACKET
000345 END-IF.
000346 GO-BACK.
000347*WRITE THE SHEET: ONE LINE PER MATCH, WITH NAMES FROM THE
000348*MASTER AND THE RESULT OR PENDING.
000349 PRINTBRACKET.
000350 OPEN OUTPUT REPORT-FILE.
000351 IF RPT-STATUS NOT = "00"
000352 DISPLAY "UNABLE TO OPEN TBRKTOUT. STATUS ", RPT-STATUS, "."
000353 ELSE
000354 PERFORM OPENEMPMAST
000355 MOVE "= TOURNAMENT BRACKET SHEET =" TO REPORT-LINE
000356 WRITE REPORT-LINE
000357 MOVE SPACES TO REPORT-LINE
000358 MOVE WANT-ROUND TO RL-MATCH
000359 MOVE "ROUND" TO RL-P1
000360 WRITE REPORT-LINE
000361 MOVE SPACES TO REPORT-LINE
000362 WRITE REPORT-LINE
000363 MOVE 0 TO LINE-CT
000364 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
000365 IF PE-ROUND(PAIR-IX) = WANT-ROUND
000366 ADD 1 TO LINE-CT
000367 PERFORM PRINTMATCH
000368 END-IF
000369 END-PERFORM
000370 IF LINE-CT = 0
000371 MOVE "(NO MATCHES IN THIS ROUND)" TO REPORT-LINE
000372 WRITE REPORT-LINE
000373 END-IF
000374 PERFORM CLOSEEMPMAST
000375 CLOSE REPORT-FILE
000376 DISPLAY "BRACKET SHEET WRITTEN TO TBRKTOUT."
000377 END-IF.
000378 GO-BACK.
000379*ONE MATCH LINE. A BYE SHOWS AS SUCH; AN UNPLAYED MATCH SHOWS
000380*PENDING SO THE SHEET DOUBLES AS THE TRAINERS' RUN LIST.
000381 PRINTMATCH.
000382 MOVE SPACES TO REPORT-LINE.
000383 MOVE PE-MATCH(PAIR-IX) TO RL-MATCH.
000384 MOVE PE-PLAYER-1(PAIR-IX) TO RL-P1.
000385 MOVE PE-PLAYER-1(PAIR-IX) TO EM-EMPLOYEE-ID.
000386 PERFORM GETEMPNAME.
000387 MOVE EMP-NAME-WK TO RL-NAME1.
000388 IF PE-PLAYER-2(PAIR-IX) = SPACES
000389 MOVE "--" TO RL-VS
000390 MOVE "(BYE)" TO RL-NAME2
000391 ELSE
000392 MOVE "VS" TO RL-VS
000393 MOVE PE-PLAYER-2(PAIR-IX) TO RL-P2
000394 MOVE PE-PLAYER-2(PAIR-IX) TO EM-EMPLOYEE-ID
000395 PERFORM GETEMPNAME
000396 MOVE EMP-NAME-WK TO RL-NAME2
000397 END-IF.
000398 IF PE-PLAYED(PAIR-IX) = "Y"
000399 MOVE SPACES TO RL-RESULT
000400 MOVE "WINNER" TO RL-RESULT(1:6)
000401 MOVE PE-WINNER(PAIR-IX) TO RL-RESULT(8:6)
000402 ELSE
000403 MOVE "PENDING" TO RL-RESULT
000404 END-IF.
000405 WRITE REPORT-LINE.
000406 GO-BACK.
000407*OPEN THE MASTER FOR NAME LOOKUPS. THE SHEET STILL PRINTS
000408*WITH BLANK NAMES IF IT IS MISSING.
000409 OPENEMPMAST.
000410 OPEN INPUT EMPLOYEE-MASTER-FILE.
000411 IF EM-STATUS = "00"
000412 SET EMPMAST-OPEN TO TRUE
000413 ELSE
000414 MOVE "N" TO EMPMAST-OPEN-SW
000415 END-IF.
000416 GO-BACK.
000417*CLOSE THE MASTER IF THE LOOKUP OPEN SUCCEEDED.
000418 CLOSEEMPMAST.
000419 IF EMPMAST-OPEN
000420 CLOSE EMPLOYEE-MASTER-FILE
000421 END-IF.
000422 GO-BACK.
000423*LOOK ONE ID'S NAME UP ON THE MASTER.
000424 GETEMPNAME.
000425 IF EMPMAST-OPEN
000426 READ EMPLOYEE-MASTER-FILE
000427 INVALID KEY
000428 MOVE "*NOT ON MASTER*" TO EMP-NAME-WK
000429 NOT INVALID KEY
000430 MOVE EM-NAME TO EMP-NAME-WK
000431 END-READ
000432 ELSE
000433 MOVE SPACES TO EMP-NAME-WK
000434 END-IF.
000435 GO-BACK.
000436*READ THE PAIRING FILE INTO THE TABLE.
000437 LOADPAIRS.
000438 MOVE 0 TO PAIR-USED.
000439 MOVE "N" TO PAIR-EOF-SW.
000440 OPEN INPUT TOUR-PAIR-FILE.
000441 IF TP-STATUS = "00"
000442 PERFORM UNTIL PAIR-EOF OR (PAIR-USED = 200)
000443 READ TOUR-PAIR-FILE
000444 AT END
000445 SET PAIR-EOF TO TRUE
000446 NOT AT END
000447 ADD 1 TO PAIR-USED
000448 MOVE TP-ROUND TO PE-ROUND(PAIR-USED)
000449 MOVE TP-MATCH TO PE-MATCH(PAIR-USED)
000450 MOVE TP-PLAYER-1 TO PE-PLAYER-1(PAIR-USED)
000451 MOVE TP-PLAYER-2 TO PE-PLAYER-2(PAIR-USED)
000452 MOVE TP-PLAYED TO PE-PLAYED(PAIR-USED)
000453 MOVE TP-WINNER TO PE-WINNER(PAIR-USED)
000454 END-READ
000455 END-PERFORM
000456 CLOSE TOUR-PAIR-FILE
000457 END-IF.
000458 GO-BACK.
000459*PUT THE PAIRING FILE BACK FROM THE TABLE.
000460 WRITEPAIRS.
000461 OPEN OUTPUT TOUR-PAIR-FILE.
000462 IF TP-STATUS = "00"
000463 PERFORM VARYING PAIR-IX FROM 1 BY 1 UNTIL PAIR-IX > PAIR-USED
000464 MOVE PE-ROUND(PAIR-IX) TO TP-ROUND
000465 MOVE PE-MATCH(PAIR-IX) TO TP-MATCH
000466 MOVE PE-PLAYER-1(PAIR-IX) TO TP-PLAYER-1
000467 MOVE PE-PLAYER-2(PAIR-IX) TO TP-PLAYER-2
000468 MOVE PE-PLAYED(PAIR-IX) TO TP-PLAYED
000469 MOVE PE-WINNER(PAIR-IX) TO TP-WINNER
000470 WRITE TOUR-PAIR-REC
000471 END-PERFORM
000472 CLOSE TOUR-PAIR-FILE
000473 ELSE
000474 DISPLAY "UNABLE TO WRITE TOURPAIR. STATUS ", TP-STATUS, "."
000475 END-IF.
000476 GO-BACK.
000477*TURN A CONSOLE ANSWER INTO A NUMBER BY WALKING ITS DIGITS UP
000478*TO THE FIRST BLANK, SO "1" MEANS ONE AND NOT ONE THOUSAND.
000479*ANYTHING NON-NUMERIC COMES BACK AS ZERO.
000480 EDITNUMBER.
000481 MOVE 0 TO NUM-WORK.
000482 MOVE "N" TO EDIT-BAD-SW.
000483 PERFORM VARYING EDIT-IX FROM 1 BY 1
000484     UNTIL (EDIT-IX > 4) OR EDIT-BAD
000485     OR (ANSWER-IN(EDIT-IX:1) = SPACE)
000486 IF ANSWER-IN(EDIT-IX:1) IS NUMERIC
000487 MOVE ANSWER-IN(EDIT-IX:1) TO EDIT-DIGIT
000488 COMPUTE NUM-WORK = (NUM-WORK * 10) + EDIT-DIGIT
000489 ELSE
000490 SET EDIT-BAD TO TRUE
000491 END-IF
000492 END-PERFORM.
000493 IF (EDIT-IX > 4) AND (ANSWER-IN(5:1) NOT = SPACE)
000494 SET EDIT-BAD TO TRUE
000495 END-IF.
000496 IF EDIT-BAD
000497 MOVE 0 TO NUM-WORK
000498 END-IF.
000499 GO-BACK.
