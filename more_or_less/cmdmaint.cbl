000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CMDMAINT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - HEAD OFFICE COMMANDS FOR THE OPENGLTEST
000007* KIOSKS FROM THE CONSOLE, SO CHANGING A RUNNING KIOSK NO
000008* LONGER MEANS SENDING SOMEONE AT THE BRANCH OVER TO IT. P
000009* POSTS A COMMAND TO STNCMD FOR ONE STATION OR *ALL: AN URGENT
000010* MESSAGE, LEADERBOARD ON OR OFF, A WINCFG CHECK, OR A CLEAN
000011* SHUTDOWN FOR MAINTENANCE. L LISTS EVERY COMMAND STILL WAITING
000012* FOR A STATION'S ACKNOWLEDGEMENT ON STNACK, SO OPERATIONS CAN
000013* SEE WHICH KIOSKS HAVE NOT PICKED ONE UP. OPERATIONS AND ADMIN
000014* ROLES ONLY.
000015 ENVIRONMENT DIVISION.
000016 CONFIGURATION SECTION.
000017 SOURCE-COMPUTER. GNUCOBOL.
000018 OBJECT-COMPUTER. GNUCOBOL.
000019 INPUT-OUTPUT SECTION.
000020 FILE-CONTROL.
000021 SELECT STATION-COMMAND-FILE ASSIGN "STNCMD"
000022 ORGANIZATION LINE SEQUENTIAL
000023 FILE STATUS IS CMD-STATUS.
000024 SELECT STATION-ACK-FILE ASSIGN "STNACK"
000025 ORGANIZATION LINE SEQUENTIAL
000026 FILE STATUS IS ACK-STATUS.
000027 SELECT STATION-MASTER-FILE ASSIGN "STNMAST"
000028 ORGANIZATION LINE SEQUENTIAL
000029 FILE STATUS IS SM-STATUS.
000030
000031 DATA DIVISION.
000032 FILE SECTION.
000033 FD STATION-COMMAND-FILE.
000034 COPY "stncmd.cpy".
000035 FD STATION-ACK-FILE.
000036 COPY "stnack.cpy".
000037 FD STATION-MASTER-FILE.
000038 COPY "stnmast.cpy".
000039 WORKING-STORAGE SECTION.
000040 01 CMD-STATUS PIC X(02).
000041 01 ACK-STATUS PIC X(02).
000042 01 SM-STATUS PIC X(02).
000043 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000044 88 CHOICE-POST VALUE "P".
000045 88 CHOICE-LIST VALUE "L".
000046 88 CHOICE-EXIT VALUE "X".
000047 01 CMD-EOF-SW PIC X(01) VALUE "N".
000048 88 CMD-EOF VALUE "Y".
000049 01 ACK-EOF-SW PIC X(01) VALUE "N".
000050 88 ACK-EOF VALUE "Y".
000051 01 SM-EOF-SW PIC X(01) VALUE "N".
000052 88 SM-EOF VALUE "Y".
000053 01 TODAY-DATE PIC 9(06).
000054 01 NEW-STATION PIC X(04).
000055 01 NEW-COMMAND PIC X(08).
000056 01 NEW-TEXT PIC X(40).
000057 01 NEW-EXPIRE PIC 9(06).
000058 01 NEW-CMD-ID PIC 9(06).
000059 01 EXPIRE-IN PIC X(06).
000060 01 DATE-SPLIT.
000061 02 DS-YY PIC 9(02).
000062 02 DS-MM PIC 9(02).
000063 02 DS-DD PIC 9(02).
000064 01 POST-OK-SW PIC X(01) VALUE "N".
000065 88 POST-OK VALUE "Y".
000066 01 CONFIRM-IN PIC X(01).
000067*IN-SERVICE STATIONS OFF THE MASTER - WHO A *ALL COMMAND IS
000068*WAITING ON. THE LAST SLOT IS NEVER FILLED PAST: A FULL TABLE
000069*IS SAID SO ON THE LISTING.
000070 01 STATION-TABLE.
000071 02 STATION-ENTRY OCCURS 100 TIMES.
000072 03 STN-ID PIC X(04).
000073 03 STN-IN-SERVICE PIC X(01).
000074 01 STATION-USED PIC 9(03) VALUE 0.
000075 01 STATION-IX PIC 9(03).
000076 01 STATION-FULL-SW PIC X(01) VALUE "N".
000077 88 STATION-FULL VALUE "Y".
000078 01 STN-OK-SW PIC X(01) VALUE "N".
000079 88 STN-OK VALUE "Y".
000080 01 ACK-TABLE.
000081 02 ACK-ENTRY OCCURS 1000 TIMES.
000082 03 AK-CMD-ID PIC 9(06).
000083 03 AK-STATION PIC X(04).
000084 01 ACK-USED PIC 9(04) VALUE 0.
000085*LOWEST COMMAND ID NOT YET PAST ITS LAST DATE. ACKS BELOW IT
000086*ARE FOR COMMANDS THE LISTING NO LONGER SHOWS.
000087 01 LIVE-FLOOR PIC 9(06).
000088 01 ACK-IX PIC 9(04).
000089 01 ACK-FULL-SW PIC X(01) VALUE "N".
000090 88 ACK-FULL VALUE "Y".
000091 01 ACKED-SW PIC X(01) VALUE "N".
000092 88 ACKED VALUE "Y".
000093 01 WAIT-STATION PIC X(04).
000094 01 WAITING-CT PIC 9(05).
000095 COPY "oprlink.cpy".
000096 COPY "errlink.cpy".
000097 PROCEDURE DIVISION.
000098
000099 MAIN.
000100 DISPLAY "= KIOSK COMMANDS =".
000101 MOVE "CMDMAINT" TO ERR-PROGRAM.
000102 PERFORM SIGNON.
000103 IF NOT OPR-VERIFIED
000104 STOP RUN
000105 END-IF.
000106 IF NOT (OPR-IS-OPS OR OPR-IS-ADMIN)
000107 DISPLAY "KIOSK COMMANDS ARE FOR THE OPERATIONS AND ADMIN"
000108     " ROLES ONLY."
000109 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000110 MOVE OPR-OPERATOR-ID TO ERR-ACTION(20:6)
000111 PERFORM LOGREFUSAL
000112 STOP RUN
000113 END-IF.
000114 PERFORM LOADSTATIONS.
000115 PERFORM UNTIL CHOICE-EXIT
000116 PERFORM MENUSTEP
000117 END-PERFORM.
000118 DISPLAY "KIOSK COMMANDS ENDED.".
000119 STOP RUN.
000120*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON.
000121 SIGNON.
000122 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000123 CALL "OPRSIGN" USING OPR-CALL-AREA
000124 ON EXCEPTION
000125 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000126 MOVE "N" TO OPR-RESULT
000127 END-CALL.
000128 GO-BACK.
000129*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000130*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000131 LOGREFUSAL.
000132 MOVE "OPRMAST" TO ERR-FILE.
000133 MOVE "00" TO ERR-FILE-STATUS.
000134 MOVE "W" TO ERR-SEVERITY.
000135 PERFORM CALLERRLOG.
000136 GO-BACK.
000137*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000138*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000139*CONSOLE.
000140 CALLERRLOG.
000141 CALL "ERRLOG" USING ERR-CALL-AREA
000142 ON EXCEPTION
000143 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000144     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000145 END-CALL.
000146 GO-BACK.
000147*LOAD THE STATION MASTER. WITHOUT IT A COMMAND CAN STILL BE
000148*POSTED, BUT THE STATION GOES UNCHECKED AND THE LISTING CANNOT
000149*SAY WHO A *ALL COMMAND IS WAITING ON.
000150 LOADSTATIONS.
000151 OPEN INPUT STATION-MASTER-FILE.
000152 IF SM-STATUS = "00"
000153 PERFORM UNTIL SM-EOF
000154 READ STATION-MASTER-FILE
000155 AT END
000156 SET SM-EOF TO TRUE
000157 NOT AT END
000158 IF STATION-USED = 100
000159 SET STATION-FULL TO TRUE
000160 SET SM-EOF TO TRUE
000161 ELSE
000162 ADD 1 TO STATION-USED
000163 MOVE SM-STATION-ID TO STN-ID(STATION-USED)
000164 MOVE SM-IN-SERVICE TO STN-IN-SERVICE(STATION-USED)
000165 END-IF
000166 END-READ
000167 END-PERFORM
000168 CLOSE STATION-MASTER-FILE
000169 ELSE
000170 DISPLAY "STNMAST NOT FOUND. STATIONS WILL NOT BE CHECKED."
000171 END-IF.
000172 GO-BACK.
000173*SHOW THE MENU AND DISPATCH ONE CHOICE.
000174 MENUSTEP.
000175 DISPLAY "P=POST  L=LIST WAITING  X=EXIT".
000176 ACCEPT MENU-CHOICE FROM CONSOLE.
000177 IF CHOICE-POST
000178 PERFORM POSTCOMMAND
000179 ELSE
000180 IF CHOICE-LIST
000181 PERFORM LISTWAITING
000182 ELSE
000183 IF NOT CHOICE-EXIT
000184 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000185 END-IF
000186 END-IF
000187 END-IF.
000188 GO-BACK.
000189*TAKE ONE COMMAND AT THE CONSOLE AND POST IT. EVERY ANSWER IS
000190*CHECKED BEFORE ANYTHING IS WRITTEN; ONE BAD ANSWER POSTS
000191*NOTHING.
000192 POSTCOMMAND.
000193 MOVE "N" TO POST-OK-SW.
000194 ACCEPT TODAY-DATE FROM DATE.
000195 DISPLAY "STATION ID (*ALL FOR EVERY KIOSK)?".
000196 ACCEPT NEW-STATION FROM CONSOLE.
000197 PERFORM CHECKSTATION.
000198 IF STN-OK
000199 DISPLAY "COMMAND (MESSAGE, LBON, LBOFF, WINCFG, SHUTDOWN)?"
000200 ACCEPT NEW-COMMAND FROM CONSOLE
000201 MOVE NEW-COMMAND TO SC-COMMAND
000202 MOVE SPACES TO NEW-TEXT
000203 IF SC-MESSAGE
000204 DISPLAY "MESSAGE TEXT (UP TO 40 CHARACTERS)?"
000205 ACCEPT NEW-TEXT FROM CONSOLE
000206 IF NEW-TEXT = SPACES
000207 DISPLAY "A MESSAGE NEEDS TEXT. NOTHING POSTED."
000208 ELSE
000209 SET POST-OK TO TRUE
000210 END-IF
000211 ELSE
000212 IF SC-LB-ON OR SC-LB-OFF OR SC-RELOAD OR SC-SHUTDOWN
000213 SET POST-OK TO TRUE
000214 ELSE
000215 DISPLAY "UNKNOWN COMMAND. NOTHING POSTED."
000216 END-IF
000217 END-IF
000218 END-IF.
000219 IF POST-OK
000220 PERFORM TAKEEXPIRE
000221 END-IF.
000222 IF POST-OK AND SC-SHUTDOWN
000223 DISPLAY "SHUT DOWN ", NEW-STATION, " FOR MAINTENANCE? (Y/N)"
000224 ACCEPT CONFIRM-IN FROM CONSOLE
000225 IF CONFIRM-IN NOT = "Y"
000226 DISPLAY "NOTHING POSTED."
000227 MOVE "N" TO POST-OK-SW
000228 END-IF
000229 END-IF.
000230 IF POST-OK
000231 PERFORM WRITECOMMAND
000232 END-IF.
000233 GO-BACK.
000234*A COMMAND GOES TO *ALL OR TO A STATION ON THE MASTER. ONE
000235*MARKED OUT OF SERVICE IS ALLOWED - IT MAY BE COMING BACK - BUT
000236*THE OPERATOR IS TOLD. WITHOUT THE MASTER ANY NON-BLANK ID IS
000237*TAKEN.
000238 CHECKSTATION.
000239 MOVE "N" TO STN-OK-SW.
000240 IF NEW-STATION = SPACES
000241 DISPLAY "NO STATION GIVEN. NOTHING POSTED."
000242 ELSE
000243 IF (NEW-STATION = "*ALL") OR (STATION-USED = 0)
000244 SET STN-OK TO TRUE
000245 ELSE
000246 PERFORM VARYING STATION-IX FROM 1 BY 1
000247     UNTIL (STATION-IX > STATION-USED) OR STN-OK
000248 IF STN-ID(STATION-IX) = NEW-STATION
000249 SET STN-OK TO TRUE
000250 IF STN-IN-SERVICE(STATION-IX) NOT = "Y"
000251 DISPLAY NEW-STATION, " IS MARKED OUT OF SERVICE."
000252 END-IF
000253 END-IF
000254 END-PERFORM
000255 IF NOT STN-OK
000256 DISPLAY NEW-STATION, " IS NOT ON STNMAST. NOTHING POSTED."
000257 END-IF
000258 END-IF
000259 END-IF.
000260 GO-BACK.
000261*TAKE THE LAST DATE THE COMMAND MAY BE CARRIED OUT, AS YYMMDD.
000262*BLANK MEANS TODAY ONLY - AN URGENT MESSAGE SHOULD NOT GREET A
000263*KIOSK SWITCHED ON NEXT WEEK. A DATE GONE BY IS REFUSED.
000264 TAKEEXPIRE.
000265 DISPLAY "LAST DATE TO CARRY IT OUT YYMMDD (BLANK FOR TODAY)?".
000266 ACCEPT EXPIRE-IN FROM CONSOLE.
000267 IF EXPIRE-IN = SPACES
000268 MOVE TODAY-DATE TO NEW-EXPIRE
000269 ELSE
000270 MOVE "N" TO POST-OK-SW
000271 IF EXPIRE-IN IS NUMERIC
000272 MOVE EXPIRE-IN TO DATE-SPLIT
000273 IF (DS-MM > 0) AND (DS-MM < 13) AND (DS-DD > 0)
000274     AND (DS-DD < 32)
000275 MOVE EXPIRE-IN TO NEW-EXPIRE
000276 SET POST-OK TO TRUE
000277 END-IF
000278 END-IF
000279 IF NOT POST-OK
000280 DISPLAY "NOT A DATE. NOTHING POSTED."
000281 ELSE
000282 IF NEW-EXPIRE < TODAY-DATE
000283 DISPLAY "THAT DATE IS ALREADY PAST. NOTHING POSTED."
000284 MOVE "N" TO POST-OK-SW
000285 END-IF
000286 END-IF
000287 END-IF.
000288 GO-BACK.
000289*APPEND THE COMMAND UNDER THE NEXT COMMAND ID. THE KIOSKS
000290*RELY ON IDS ONLY EVER GOING UP, SO THE NEW ONE IS ONE PAST THE
000291*HIGHEST ON FILE.
000292 WRITECOMMAND.
000293 MOVE 0 TO NEW-CMD-ID.
000294 MOVE "N" TO CMD-EOF-SW.
000295 OPEN INPUT STATION-COMMAND-FILE.
000296 IF CMD-STATUS = "00"
000297 PERFORM UNTIL CMD-EOF
000298 READ STATION-COMMAND-FILE
000299 AT END
000300 SET CMD-EOF TO TRUE
000301 NOT AT END
000302 IF SC-CMD-ID > NEW-CMD-ID
000303 MOVE SC-CMD-ID TO NEW-CMD-ID
000304 END-IF
000305 END-READ
000306 END-PERFORM
000307 CLOSE STATION-COMMAND-FILE
000308 END-IF.
000309 ADD 1 TO NEW-CMD-ID.
000310 OPEN EXTEND STATION-COMMAND-FILE.
000311 IF CMD-STATUS = "35"
000312 OPEN OUTPUT STATION-COMMAND-FILE
000313 END-IF.
000314 IF CMD-STATUS NOT = "00"
000315 DISPLAY "UNABLE TO OPEN STNCMD. STATUS ", CMD-STATUS,
000316     ". NOTHING POSTED."
000317 MOVE "STNCMD" TO ERR-FILE
000318 MOVE CMD-STATUS TO ERR-FILE-STATUS
000319 MOVE "E" TO ERR-SEVERITY
000320 MOVE "COMMAND NOT POSTED" TO ERR-ACTION
000321 PERFORM CALLERRLOG
000322 ELSE
000323 MOVE NEW-CMD-ID TO SC-CMD-ID
000324 MOVE NEW-STATION TO SC-STATION
000325 MOVE NEW-COMMAND TO SC-COMMAND
000326 MOVE TODAY-DATE TO SC-POST-DATE
000327 ACCEPT SC-POST-TIME FROM TIME
000328 MOVE NEW-EXPIRE TO SC-EXPIRE-DATE
000329 MOVE OPR-OPERATOR-ID TO SC-OPERATOR
000330 MOVE NEW-TEXT TO SC-TEXT
000331 WRITE STATION-COMMAND-REC
000332 CLOSE STATION-COMMAND-FILE
000333 DISPLAY "POSTED COMMAND ", NEW-CMD-ID, " ", NEW-COMMAND,
000334     " FOR ", NEW-STATION, "."
000335 END-IF.
000336 GO-BACK.
000337*LIST EVERY COMMAND STILL WAITING: ONE FOR A SINGLE STATION
000338*THAT STATION HAS NOT ACKNOWLEDGED, AND ONE FOR *ALL ONCE FOR
000339*EACH IN-SERVICE STATION THAT HAS NOT. A COMMAND PAST ITS LAST
000340*DATE IS NO LONGER WAITING - A KIOSK THAT SEES IT NOW ONLY
000341*MARKS IT EXPIRED.
000342 LISTWAITING.
000343 ACCEPT TODAY-DATE FROM DATE.
000344 PERFORM FINDLIVEFLOOR.
000345 PERFORM LOADACKS.
000346 IF ACK-FULL
000347 DISPLAY "STNACK IS LARGER THAN THE TABLE. SOME COMMANDS"
000348     " SHOWN MAY ALREADY BE ACKNOWLEDGED."
000349 END-IF.
000350 IF STATION-FULL
000351 DISPLAY "STNMAST IS LARGER THAN THE TABLE. *ALL COMMANDS"
000352     " ARE ONLY CHECKED FOR THE FIRST 100 STATIONS."
000353 END-IF.
000354 MOVE 0 TO WAITING-CT.
000355 MOVE "N" TO CMD-EOF-SW.
000356 OPEN INPUT STATION-COMMAND-FILE.
000357 IF CMD-STATUS = "00"
000358 PERFORM UNTIL CMD-EOF
000359 READ STATION-COMMAND-FILE
000360 AT END
000361 SET CMD-EOF TO TRUE
000362 NOT AT END
000363 IF (SC-EXPIRE-DATE = 0) OR (SC-EXPIRE-DATE >= TODAY-DATE)
000364 PERFORM LISTCOMMAND
000365 END-IF
000366 END-READ
000367 END-PERFORM
000368 CLOSE STATION-COMMAND-FILE
000369 END-IF.
000370 IF WAITING-CT = 0
000371 DISPLAY "NOTHING IS WAITING."
000372 ELSE
000373 DISPLAY WAITING-CT, " WAITING."
000374 END-IF.
000375 GO-BACK.
000376*THE WAITING LINES FOR ONE COMMAND.
000377 LISTCOMMAND.
000378 IF SC-STATION = "*ALL"
000379 PERFORM VARYING STATION-IX FROM 1 BY 1
000380     UNTIL STATION-IX > STATION-USED
000381 IF STN-IN-SERVICE(STATION-IX) = "Y"
000382 MOVE STN-ID(STATION-IX) TO WAIT-STATION
000383 PERFORM SHOWIFWAITING
000384 END-IF
000385 END-PERFORM
000386 ELSE
000387 MOVE SC-STATION TO WAIT-STATION
000388 PERFORM SHOWIFWAITING
000389 END-IF.
000390 GO-BACK.
000391*SHOW THE COMMAND FOR WAIT-STATION UNLESS THAT STATION HAS
000392*ACKNOWLEDGED IT.
000393 SHOWIFWAITING.
000394 MOVE "N" TO ACKED-SW.
000395 PERFORM VARYING ACK-IX FROM 1 BY 1
000396     UNTIL (ACK-IX > ACK-USED) OR ACKED
000397 IF (AK-CMD-ID(ACK-IX) = SC-CMD-ID)
000398     AND (AK-STATION(ACK-IX) = WAIT-STATION)
000399 SET ACKED TO TRUE
000400 END-IF
000401 END-PERFORM.
000402 IF NOT ACKED
000403 ADD 1 TO WAITING-CT
000404 DISPLAY SC-CMD-ID, " ", WAIT-STATION, " ", SC-COMMAND,
000405     " POSTED ", SC-POST-DATE, " ", SC-POST-TIME(1:4),
000406     " BY ", SC-OPERATOR, " UNTIL ", SC-EXPIRE-DATE
000407 END-IF.
000408 GO-BACK.
000409*FIND THE LOWEST ID AMONG THE COMMANDS STILL LIVE. STNACK IS
000410*NEVER PURGED AND EVERY *ALL COMMAND ADDS AN ACK PER STATION,
000411*SO ONLY THE ACKS AT OR ABOVE THIS ID ARE WORTH A TABLE SLOT.
000412*WITH NOTHING LIVE THE FLOOR IS TOP VALUE AND NO ACK IS KEPT.
000413 FINDLIVEFLOOR.
000414 MOVE 999999 TO LIVE-FLOOR.
000415 MOVE "N" TO CMD-EOF-SW.
000416 OPEN INPUT STATION-COMMAND-FILE.
000417 IF CMD-STATUS = "00"
000418 PERFORM UNTIL CMD-EOF
000419 READ STATION-COMMAND-FILE
000420 AT END
000421 SET CMD-EOF TO TRUE
000422 NOT AT END
000423 IF ((SC-EXPIRE-DATE = 0) OR (SC-EXPIRE-DATE >= TODAY-DATE))
000424     AND (SC-CMD-ID < LIVE-FLOOR)
000425 MOVE SC-CMD-ID TO LIVE-FLOOR
000426 END-IF
000427 END-READ
000428 END-PERFORM
000429 CLOSE STATION-COMMAND-FILE
000430 END-IF.
000431 GO-BACK.
000432*READ THE ACKNOWLEDGEMENTS FOR LIVE COMMANDS INTO THE TABLE.
000433*ACKS BELOW LIVE-FLOOR ARE PASSED OVER WITHOUT TAKING A SLOT. A
000434*FILE WITH MORE LIVE ACKS THAN THE TABLE IS FLAGGED SO THE
000435*LISTING SAYS IT MAY OVERSTATE.
000436 LOADACKS.
000437 MOVE 0 TO ACK-USED.
000438 MOVE "N" TO ACK-EOF-SW.
000439 MOVE "N" TO ACK-FULL-SW.
000440 OPEN INPUT STATION-ACK-FILE.
000441 IF ACK-STATUS = "00"
000442 PERFORM UNTIL ACK-EOF
000443 READ STATION-ACK-FILE
000444 AT END
000445 SET ACK-EOF TO TRUE
000446 NOT AT END
000447 IF SA-CMD-ID NOT < LIVE-FLOOR
000448 IF ACK-USED = 1000
000449 SET ACK-FULL TO TRUE
000450 SET ACK-EOF TO TRUE
000451 ELSE
000452 ADD 1 TO ACK-USED
000453 MOVE SA-CMD-ID TO AK-CMD-ID(ACK-USED)
000454 MOVE SA-STATION TO AK-STATION(ACK-USED)
000455 END-IF
000456 END-IF
000457 END-READ
000458 END-PERFORM
000459 CLOSE STATION-ACK-FILE
000460 END-IF.
000461 GO-BACK.
