000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. BIEXPORT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - ANALYTICS EXPORT FOR HEAD OFFICE, WHO HAVE
000007* BEEN RE-KEYING OUR PRINT REPORTS INTO THEIR REPORTING TOOL.
000008* WRITES GAMERES, GUESSHST, CHALRES AND TIERLOG FOR THE EXPCTL
000009* DATE RANGE, AND THE EMPMAST, BRNCHMST AND STNMAST MASTERS IN
000010* FULL, EACH AS COMMA-DELIMITED TEXT WITH A HEADER ROW. CODES
000011* COME OUT WITH THEIR NAMES BESIDE THEM - EMPLOYEE NAME, BRANCH
000012* NAME AND REGION (THE BRANCH AS OF THE RECORD'S DATE, ASKED
000013* OF BRHIST), STATION LOCATION - AND DATES COME OUT AS
000014* YYYY-MM-DD. A ZERO FROM-DATE IN EXPCTL IS A FULL RELOAD, A
000015* ZERO TO-DATE MEANS TODAY. THE EXPMANIF MANIFEST, WRITTEN
000016* LAST, CARRIES EACH FILE'S ROW COUNT AND HASH TOTAL SO THE
000017* RECEIVING SIDE CAN PROVE THE LOAD THE WAY BRLOAD PROVES A
000018* BXMIT TRANSMISSION; NO MANIFEST MEANS THE RUN DID NOT FINISH
000019* AND NOTHING SHOULD BE LOADED.
000020* A BRANCH HISTORY TOO BIG FOR BRHIST TO LOAD ENDS THE RUN RC 8
000021* WITH A WARNING.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT EXPORT-CTL-FILE ASSIGN "EXPCTL"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS EC-STATUS.
000031 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000032 ORGANIZATION INDEXED
000033 ACCESS DYNAMIC
000034 RECORD KEY IS GR-KEY
000035 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000036 FILE STATUS IS GR-STATUS.
000037 SELECT GUESS-HIST-FILE ASSIGN "GUESSHST"
000038 ORGANIZATION LINE SEQUENTIAL
000039 FILE STATUS IS GH-STATUS.
000040 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000041 ORGANIZATION LINE SEQUENTIAL
000042 FILE STATUS IS CL-STATUS.
000043 SELECT TIER-LOG-FILE ASSIGN "TIERLOG"
000044 ORGANIZATION LINE SEQUENTIAL
000045 FILE STATUS IS TL-STATUS.
000046 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000047 ORGANIZATION INDEXED
000048 ACCESS DYNAMIC
000049 RECORD KEY IS EM-EMPLOYEE-ID
000050 FILE STATUS IS EM-STATUS.
000051 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000052 ORGANIZATION LINE SEQUENTIAL
000053 FILE STATUS IS BM-STATUS.
000054 SELECT STATION-MASTER-FILE ASSIGN "STNMAST"
000055 ORGANIZATION LINE SEQUENTIAL
000056 FILE STATUS IS SM-STATUS.
000057 SELECT GAME-CSV-FILE ASSIGN "GAMECSV"
000058 ORGANIZATION LINE SEQUENTIAL
000059 FILE STATUS IS XG-STATUS.
000060 SELECT GUESS-CSV-FILE ASSIGN "GUESSCSV"
000061 ORGANIZATION LINE SEQUENTIAL
000062 FILE STATUS IS XH-STATUS.
000063 SELECT CHAL-CSV-FILE ASSIGN "CHALCSV"
000064 ORGANIZATION LINE SEQUENTIAL
000065 FILE STATUS IS XC-STATUS.
000066 SELECT TIER-CSV-FILE ASSIGN "TIERCSV"
000067 ORGANIZATION LINE SEQUENTIAL
000068 FILE STATUS IS XT-STATUS.
000069 SELECT EMP-CSV-FILE ASSIGN "EMPCSV"
000070 ORGANIZATION LINE SEQUENTIAL
000071 FILE STATUS IS XE-STATUS.
000072 SELECT BRANCH-CSV-FILE ASSIGN "BRNCHCSV"
000073 ORGANIZATION LINE SEQUENTIAL
000074 FILE STATUS IS XB-STATUS.
000075 SELECT STATION-CSV-FILE ASSIGN "STNCSV"
000076 ORGANIZATION LINE SEQUENTIAL
000077 FILE STATUS IS XS-STATUS.
000078 SELECT MANIFEST-FILE ASSIGN "EXPMANIF"
000079 ORGANIZATION LINE SEQUENTIAL
000080 FILE STATUS IS XM-STATUS.
000081
000082 DATA DIVISION.
000083 FILE SECTION.
000084 FD EXPORT-CTL-FILE.
000085 01 EXPORT-CTL-REC.
000086 02 EC-FROM-DATE PIC 9(06).
000087 02 EC-TO-DATE PIC 9(06).
000088 FD GAME-RESULTS-FILE.
000089 COPY "gameres.cpy".
000090 FD GUESS-HIST-FILE.
000091 COPY "guesshst.cpy".
000092 FD CHALLENGE-RESULTS-FILE.
000093 COPY "chalres.cpy".
000094 FD TIER-LOG-FILE.
000095 COPY "tierlog.cpy".
000096 FD EMPLOYEE-MASTER-FILE.
000097 COPY "empmast.cpy".
000098 FD BRANCH-MASTER-FILE.
000099 COPY "brnchmst.cpy".
000100 FD STATION-MASTER-FILE.
000101 COPY "stnmast.cpy".
000102 FD GAME-CSV-FILE.
000103 01 GAME-CSV-REC PIC X(300).
000104 FD GUESS-CSV-FILE.
000105 01 GUESS-CSV-REC PIC X(300).
000106 FD CHAL-CSV-FILE.
000107 01 CHAL-CSV-REC PIC X(300).
000108 FD TIER-CSV-FILE.
000109 01 TIER-CSV-REC PIC X(300).
000110 FD EMP-CSV-FILE.
000111 01 EMP-CSV-REC PIC X(300).
000112 FD BRANCH-CSV-FILE.
000113 01 BRANCH-CSV-REC PIC X(300).
000114 FD STATION-CSV-FILE.
000115 01 STATION-CSV-REC PIC X(300).
000116 FD MANIFEST-FILE.
000117 01 MANIFEST-REC PIC X(300).
000118 WORKING-STORAGE SECTION.
000119 01 EC-STATUS PIC X(02).
000120 01 GR-STATUS PIC X(02).
000121 01 GH-STATUS PIC X(02).
000122 01 CL-STATUS PIC X(02).
000123 01 TL-STATUS PIC X(02).
000124 01 EM-STATUS PIC X(02).
000125 01 BM-STATUS PIC X(02).
000126 01 SM-STATUS PIC X(02).
000127 01 XG-STATUS PIC X(02).
000128 01 XH-STATUS PIC X(02).
000129 01 XC-STATUS PIC X(02).
000130 01 XT-STATUS PIC X(02).
000131 01 XE-STATUS PIC X(02).
000132 01 XB-STATUS PIC X(02).
000133 01 XS-STATUS PIC X(02).
000134 01 XM-STATUS PIC X(02).
000135 01 FROM-DATE PIC 9(06).
000136 01 TO-DATE PIC 9(06).
000137 01 RUN-DATE PIC 9(08).
000138 01 RUN-TIME PIC 9(08).
000139 01 RES-EOF-SW PIC X(01) VALUE "N".
000140 88 RES-EOF VALUE "Y".
000141 01 GH-EOF-SW PIC X(01) VALUE "N".
000142 88 GH-EOF VALUE "Y".
000143 01 CHAL-EOF-SW PIC X(01) VALUE "N".
000144 88 CHAL-EOF VALUE "Y".
000145 01 TL-EOF-SW PIC X(01) VALUE "N".
000146 88 TL-EOF VALUE "Y".
000147 01 EM-EOF-SW PIC X(01) VALUE "N".
000148 88 EM-EOF VALUE "Y".
000149 01 BM-EOF-SW PIC X(01) VALUE "N".
000150 88 BM-EOF VALUE "Y".
000151 01 SM-EOF-SW PIC X(01) VALUE "N".
000152 88 SM-EOF VALUE "Y".
000153*ROW COUNTS AND HASH TOTALS FOR THE MANIFEST. A DATED FILE IS
000154*HASHED OVER A NUMBER COLUMN, AS BXMIT IS OVER GR-TRIES-USED;
000155*THE MASTERS HAVE NO NUMBER WORTH ADDING, SO THEY ARE HASHED
000156*OVER THE CHARACTERS IN THEIR DATA ROWS.
000157 01 GAME-ROWS PIC 9(09) VALUE 0.
000158 01 GAME-HASH PIC 9(11) VALUE 0.
000159 01 GUESS-ROWS PIC 9(09) VALUE 0.
000160 01 GUESS-HASH PIC 9(11) VALUE 0.
000161 01 CHAL-ROWS PIC 9(09) VALUE 0.
000162 01 CHAL-HASH PIC 9(11) VALUE 0.
000163 01 TIER-ROWS PIC 9(09) VALUE 0.
000164 01 TIER-HASH PIC 9(11) VALUE 0.
000165 01 EMP-ROWS PIC 9(09) VALUE 0.
000166 01 EMP-HASH PIC 9(11) VALUE 0.
000167 01 BRANCH-ROWS PIC 9(09) VALUE 0.
000168 01 BRANCH-HASH PIC 9(11) VALUE 0.
000169 01 STATION-ROWS PIC 9(09) VALUE 0.
000170 01 STATION-HASH PIC 9(11) VALUE 0.
000171 01 MAN-FILE PIC X(08).
000172 01 MAN-ROWS PIC 9(09).
000173 01 MAN-HASH PIC 9(11).
000174 01 MAN-BASIS PIC X(20).
000175*ONE CSV ROW IS BUILT HERE A FIELD AT A TIME. CSV-PTR IS THE
000176*NEXT FREE POSITION; CSV-COLS COUNTS THE FIELDS SO FAR, SO AN
000177*EMPTY FIRST FIELD STILL GETS ITS COMMA.
000178 01 CSV-LINE PIC X(300).
000179 01 CSV-PTR PIC 9(03).
000180 01 CSV-COLS PIC 9(03).
000181 01 CSV-FIELD PIC X(40).
000182 01 CSV-LEN PIC 9(02).
000183 01 CSV-START PIC 9(02).
000184 01 CSV-IX PIC 9(02).
000185 01 CSV-QUOTE-SW PIC X(01) VALUE "N".
000186 88 CSV-QUOTED VALUE "Y".
000187 01 NUM-IN PIC 9(11).
000188 01 NUM-EDIT PIC Z(10)9.
000189 01 DEC-EDIT PIC Z9.9.
000190 01 DATE-IN PIC 9(06).
000191 01 DATE-SPLIT.
000192 02 DS-YY PIC 9(02).
000193 02 DS-MM PIC 9(02).
000194 02 DS-DD PIC 9(02).
000195 01 FULL-DATE.
000196 02 FD-CC PIC 9(02).
000197 02 FD-YY PIC 9(02).
000198 02 FILLER PIC X(01) VALUE "-".
000199 02 FD-MM PIC 9(02).
000200 02 FILLER PIC X(01) VALUE "-".
000201 02 FD-DD PIC 9(02).
000202 01 TIME-IN PIC 9(08).
000203 01 TIME-SPLIT.
000204 02 TS-HH PIC 9(02).
000205 02 TS-MN PIC 9(02).
000206 02 TS-SS PIC 9(02).
000207 02 TS-CC PIC 9(02).
000208 01 FULL-TIME.
000209 02 FT-HH PIC 9(02).
000210 02 FILLER PIC X(01) VALUE ":".
000211 02 FT-MN PIC 9(02).
000212 02 FILLER PIC X(01) VALUE ":".
000213 02 FT-SS PIC 9(02).
000214 01 BRANCH-TABLE.
000215 02 BRANCH-ENTRY OCCURS 50 TIMES.
000216 03 BT-BRANCH PIC X(02).
000217 03 BT-NAME PIC X(20).
000218 03 BT-REGION PIC X(02).
000219 01 BRANCH-USED PIC 9(02) VALUE 0.
000220 01 BRANCH-IX PIC 9(02).
000221 01 BRANCH-SLOT PIC 9(02).
000222 01 BRANCH-WK PIC X(02).
000223 01 BR-NAME-WK PIC X(20).
000224 01 BR-REGION-WK PIC X(02).
000225 01 STATION-TABLE.
000226 02 STATION-ENTRY OCCURS 100 TIMES.
000227 03 ST-STATION PIC X(04).
000228 03 ST-LOCATION PIC X(20).
000229 01 STATION-USED PIC 9(03) VALUE 0.
000230 01 STATION-IX PIC 9(03).
000231 01 STATION-WK PIC X(04).
000232 01 ST-LOC-WK PIC X(20).
000233 01 EMP-WK PIC X(06).
000234 01 EMP-NAME-WK PIC X(20).
000235 01 LAST-EMP-ID PIC X(06) VALUE SPACES.
000236 01 LAST-EMP-NAME PIC X(20) VALUE SPACES.
000237 01 BRH-SHORT-SW PIC X(01) VALUE "N".
000238 88 BRH-SHORT VALUE "Y".
000239 COPY "brhlink.cpy".
000240 PROCEDURE DIVISION.
000241
000242 MAIN.
000243 DISPLAY "= ANALYTICS EXPORT =".
000244 MOVE "BIEXPORT" TO BRH-PROGRAM.
000245 ACCEPT RUN-DATE FROM DATE YYYYMMDD.
000246 ACCEPT RUN-TIME FROM TIME.
000247 PERFORM READCTL.
000248 PERFORM OPENINPUTS.
000249 PERFORM OPENOUTPUTS.
000250 PERFORM LOADBRANCHES.
000251 PERFORM LOADSTATIONS.
000252 PERFORM EXPORTBRANCHES.
000253 PERFORM EXPORTSTATIONS.
000254 PERFORM EXPORTEMPLOYEES.
000255 PERFORM EXPORTGAMES.
000256 PERFORM EXPORTGUESSES.
000257 PERFORM EXPORTCHALS.
000258 PERFORM EXPORTTIERS.
000259 CLOSE EMPLOYEE-MASTER-FILE.
000260 CLOSE GAME-CSV-FILE GUESS-CSV-FILE CHAL-CSV-FILE TIER-CSV-FILE
000261     EMP-CSV-FILE BRANCH-CSV-FILE STATION-CSV-FILE.
000262 PERFORM WRITEMANIFEST.
000263 DISPLAY "GAMERES ROWS:  ", GAME-ROWS.
000264 DISPLAY "GUESSHST ROWS: ", GUESS-ROWS.
000265 DISPLAY "CHALRES ROWS:  ", CHAL-ROWS.
000266 DISPLAY "TIERLOG ROWS:  ", TIER-ROWS.
000267 DISPLAY "EMPMAST ROWS:  ", EMP-ROWS.
000268 DISPLAY "BRNCHMST ROWS: ", BRANCH-ROWS.
000269 DISPLAY "STNMAST ROWS:  ", STATION-ROWS.
000270 IF BRH-SHORT
000271 DISPLAY "BRANCH HISTORY INCOMPLETE. BRANCH COLUMNS NOT RELIABLE"
000272     " - SEE THE EXCEPTION LOG."
000273 MOVE 8 TO RETURN-CODE
000274 END-IF.
000275 STOP RUN.
000276*READ THE DATE RANGE. WITHOUT EXPCTL NOBODY HAS SAID WHETHER
000277*THIS IS A DAILY INCREMENTAL OR A FULL RELOAD, SO NOTHING IS
000278*EXPORTED. A ZERO FROM-DATE STARTS AT THE BEGINNING OF THE
000279*FILES; A ZERO TO-DATE MEANS TODAY.
000280 READCTL.
000281 OPEN INPUT EXPORT-CTL-FILE.
000282 IF EC-STATUS NOT = "00"
000283 DISPLAY "UNABLE TO OPEN EXPCTL. STATUS ", EC-STATUS, "."
000284 DISPLAY "NO DATE RANGE, NOTHING EXPORTED."
000285 MOVE 16 TO RETURN-CODE
000286 STOP RUN
000287 END-IF.
000288 READ EXPORT-CTL-FILE
000289 AT END
000290 DISPLAY "EXPCTL IS EMPTY. NOTHING EXPORTED."
000291 CLOSE EXPORT-CTL-FILE
000292 MOVE 16 TO RETURN-CODE
000293 STOP RUN
000294 NOT AT END
000295 MOVE EC-FROM-DATE TO FROM-DATE
000296 MOVE EC-TO-DATE TO TO-DATE
000297 END-READ.
000298 CLOSE EXPORT-CTL-FILE.
000299 IF (FROM-DATE IS NOT NUMERIC) OR (TO-DATE IS NOT NUMERIC)
000300 DISPLAY "EXPCTL IS NOT USABLE. NOTHING EXPORTED."
000301 MOVE 16 TO RETURN-CODE
000302 STOP RUN
000303 END-IF.
000304 IF TO-DATE = 0
000305 ACCEPT TO-DATE FROM DATE
000306 END-IF.
000307 IF FROM-DATE > TO-DATE
000308 DISPLAY "EXPCTL FROM-DATE ", FROM-DATE, " IS AFTER TO-DATE ",
000309     TO-DATE, ". NOTHING EXPORTED."
000310 MOVE 16 TO RETURN-CODE
000311 STOP RUN
000312 END-IF.
000313 IF FROM-DATE = 0
000314 DISPLAY "FULL RELOAD THROUGH ", TO-DATE, "."
000315 ELSE
000316 DISPLAY "EXPORTING ", FROM-DATE, " THROUGH ", TO-DATE, "."
000317 END-IF.
000318 GO-BACK.
000319*THE TWO INDEXED FILES MUST BE THERE BEFORE ANY EXPORT FILE IS
000320*STARTED: WITHOUT GAMERES THERE IS NOTHING WORTH SENDING, AND
000321*WITHOUT EMPMAST NO ROW CAN CARRY A NAME.
000322 OPENINPUTS.
000323 OPEN INPUT EMPLOYEE-MASTER-FILE.
000324 IF EM-STATUS NOT = "00"
000325 DISPLAY "UNABLE TO OPEN EMPMAST. STATUS ", EM-STATUS,
000326     ". NOTHING EXPORTED."
000327 MOVE 16 TO RETURN-CODE
000328 STOP RUN
000329 END-IF.
000330 OPEN INPUT GAME-RESULTS-FILE.
000331 IF GR-STATUS NOT = "00"
000332 DISPLAY "UNABLE TO OPEN GAMERES. STATUS ", GR-STATUS,
000333     ". NOTHING EXPORTED."
000334 CLOSE EMPLOYEE-MASTER-FILE
000335 MOVE 16 TO RETURN-CODE
000336 STOP RUN
000337 END-IF.
000338 GO-BACK.
000339*CREATE THE SEVEN EXPORT FILES, REPLACING THE LAST RUN'S. THE
000340*OLD MANIFEST GOES FIRST, SO A RUN THAT FAILS PART WAY LEAVES
000341*NO MANIFEST BEHIND TO VOUCH FOR HALF-WRITTEN FILES.
000342 OPENOUTPUTS.
000343 OPEN OUTPUT MANIFEST-FILE.
000344 CLOSE MANIFEST-FILE.
000345 OPEN OUTPUT GAME-CSV-FILE GUESS-CSV-FILE CHAL-CSV-FILE
000346     TIER-CSV-FILE EMP-CSV-FILE BRANCH-CSV-FILE STATION-CSV-FILE.
000347 IF (XG-STATUS NOT = "00") OR (XH-STATUS NOT = "00")
000348     OR (XC-STATUS NOT = "00") OR (XT-STATUS NOT = "00")
000349     OR (XE-STATUS NOT = "00") OR (XB-STATUS NOT = "00")
000350     OR (XS-STATUS NOT = "00")
000351 DISPLAY "UNABLE TO CREATE THE EXPORT FILES. STATUS ",
000352     XG-STATUS, " ", XH-STATUS, " ", XC-STATUS, " ",
000353     XT-STATUS, " ", XE-STATUS, " ", XB-STATUS, " ",
000354     XS-STATUS, ". NOTHING EXPORTED."
000355 MOVE 16 TO RETURN-CODE
000356 STOP RUN
000357 END-IF.
000358 GO-BACK.
000359*LOAD THE BRANCH NAMES AND REGIONS FOR THE LOOKUPS. WITHOUT
000360*BRNCHMST THE ROWS STILL GO, WITH THOSE COLUMNS EMPTY.
000361 LOADBRANCHES.
000362 OPEN INPUT BRANCH-MASTER-FILE.
000363 IF BM-STATUS = "00"
000364 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000365 READ BRANCH-MASTER-FILE
000366 AT END
000367 SET BM-EOF TO TRUE
000368 NOT AT END
000369 ADD 1 TO BRANCH-USED
000370 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000371 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
000372 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
000373 END-READ
000374 END-PERFORM
000375 CLOSE BRANCH-MASTER-FILE
000376 ELSE
000377 DISPLAY "BRNCHMST UNAVAILABLE. BRANCH NAMES AND REGIONS"
000378     " WILL BE EMPTY."
000379 END-IF.
000380 GO-BACK.
000381*LOAD THE STATION LOCATIONS FOR THE LOOKUPS.
000382 LOADSTATIONS.
000383 OPEN INPUT STATION-MASTER-FILE.
000384 IF SM-STATUS = "00"
000385 PERFORM UNTIL SM-EOF OR (STATION-USED = 100)
000386 READ STATION-MASTER-FILE
000387 AT END
000388 SET SM-EOF TO TRUE
000389 NOT AT END
000390 ADD 1 TO STATION-USED
000391 MOVE SM-STATION-ID TO ST-STATION(STATION-USED)
000392 MOVE SM-LOCATION TO ST-LOCATION(STATION-USED)
000393 END-READ
000394 END-PERFORM
000395 CLOSE STATION-MASTER-FILE
000396 ELSE
000397 DISPLAY "STNMAST UNAVAILABLE. STATION LOCATIONS WILL BE"
000398     " EMPTY."
000399 END-IF.
000400 GO-BACK.
000401*THE BRANCH MASTER, READ AGAIN IN FULL SO A MASTER LONGER THAN
000402*THE LOOKUP TABLE IS STILL EXPORTED WHOLE.
000403 EXPORTBRANCHES.
000404 MOVE "BRANCH,BRANCH_NAME,REGION,ACTIVE" TO CSV-LINE.
000405 WRITE BRANCH-CSV-REC FROM CSV-LINE.
000406 MOVE "N" TO BM-EOF-SW.
000407 OPEN INPUT BRANCH-MASTER-FILE.
000408 IF BM-STATUS = "00"
000409 PERFORM UNTIL BM-EOF
000410 READ BRANCH-MASTER-FILE
000411 AT END
000412 SET BM-EOF TO TRUE
000413 NOT AT END
000414 PERFORM BRANCHROW
000415 END-READ
000416 END-PERFORM
000417 CLOSE BRANCH-MASTER-FILE
000418 END-IF.
000419 GO-BACK.
000420*ONE BRNCHMST ROW.
000421 BRANCHROW.
000422 PERFORM STARTROW.
000423 MOVE BM-BRANCH TO CSV-FIELD.
000424 PERFORM PUTCODE.
000425 MOVE BM-NAME TO CSV-FIELD.
000426 PERFORM PUTTEXT.
000427 MOVE BM-REGION TO CSV-FIELD.
000428 PERFORM PUTCODE.
000429 MOVE BM-ACTIVE TO CSV-FIELD.
000430 PERFORM PUTCODE.
000431 WRITE BRANCH-CSV-REC FROM CSV-LINE.
000432 ADD 1 TO BRANCH-ROWS.
000433 ADD CSV-PTR TO BRANCH-HASH.
000434 SUBTRACT 1 FROM BRANCH-HASH.
000435 GO-BACK.
000436*THE STATION MASTER, WITH THE BRANCH NAME AND REGION BESIDE
000437*THE BRANCH CODE.
000438 EXPORTSTATIONS.
000439 MOVE "STATION,BRANCH,BRANCH_NAME,REGION," TO CSV-LINE.
000440 MOVE "STATION_LOCATION,IN_SERVICE" TO CSV-LINE(35:).
000441 WRITE STATION-CSV-REC FROM CSV-LINE.
000442 MOVE "N" TO SM-EOF-SW.
000443 OPEN INPUT STATION-MASTER-FILE.
000444 IF SM-STATUS = "00"
000445 PERFORM UNTIL SM-EOF
000446 READ STATION-MASTER-FILE
000447 AT END
000448 SET SM-EOF TO TRUE
000449 NOT AT END
000450 PERFORM STATIONROW
000451 END-READ
000452 END-PERFORM
000453 CLOSE STATION-MASTER-FILE
000454 END-IF.
000455 GO-BACK.
000456*ONE STNMAST ROW.
000457 STATIONROW.
000458 PERFORM STARTROW.
000459 MOVE SM-STATION-ID TO CSV-FIELD.
000460 PERFORM PUTCODE.
000461 MOVE SM-BRANCH TO BRANCH-WK.
000462 PERFORM PUTBRANCH.
000463 MOVE SM-LOCATION TO CSV-FIELD.
000464 PERFORM PUTTEXT.
000465 MOVE SM-IN-SERVICE TO CSV-FIELD.
000466 PERFORM PUTCODE.
000467 WRITE STATION-CSV-REC FROM CSV-LINE.
000468 ADD 1 TO STATION-ROWS.
000469 ADD CSV-PTR TO STATION-HASH.
000470 SUBTRACT 1 FROM STATION-HASH.
000471 GO-BACK.
000472*THE EMPLOYEE MASTER IN KEY ORDER, WITH THE HOME BRANCH'S NAME
000473*AND REGION. THIS RUNS BEFORE ANY NAME LOOKUP HAS MOVED THE
000474*FILE, BUT IT IS STARTED AT THE FIRST KEY ALL THE SAME.
000475 EXPORTEMPLOYEES.
000476 MOVE "EMPLOYEE_ID,EMPLOYEE_NAME,BRANCH," TO CSV-LINE.
000477 MOVE "BRANCH_NAME,REGION,ACTIVE," TO CSV-LINE(34:).
000478 MOVE "ENROLL_DATE,TIER" TO CSV-LINE(60:).
000479 WRITE EMP-CSV-REC FROM CSV-LINE.
000480 MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
000481 START EMPLOYEE-MASTER-FILE KEY NOT < EM-EMPLOYEE-ID
000482 INVALID KEY
000483 SET EM-EOF TO TRUE
000484 END-START.
000485 PERFORM UNTIL EM-EOF
000486 READ EMPLOYEE-MASTER-FILE NEXT RECORD
000487 AT END
000488 SET EM-EOF TO TRUE
000489 NOT AT END
000490 PERFORM EMPLOYEEROW
000491 END-READ
000492 END-PERFORM.
000493 GO-BACK.
000494*ONE EMPMAST ROW.
000495 EMPLOYEEROW.
000496 PERFORM STARTROW.
000497 MOVE EM-EMPLOYEE-ID TO CSV-FIELD.
000498 PERFORM PUTCODE.
000499 MOVE EM-NAME TO CSV-FIELD.
000500 PERFORM PUTTEXT.
000501 MOVE EM-BRANCH TO BRANCH-WK.
000502 PERFORM PUTBRANCH.
000503 MOVE EM-ACTIVE TO CSV-FIELD.
000504 PERFORM PUTCODE.
000505 MOVE EM-ENROLL-DATE TO DATE-IN.
000506 PERFORM PUTDATE.
000507 MOVE EM-TIER TO CSV-FIELD.
000508 PERFORM PUTCODE.
000509 WRITE EMP-CSV-REC FROM CSV-LINE.
000510 ADD 1 TO EMP-ROWS.
000511 ADD CSV-PTR TO EMP-HASH.
000512 SUBTRACT 1 FROM EMP-HASH.
000513 GO-BACK.
000514*THE RANGE'S GAME RESULTS THROUGH THE GR-DATE ALTERNATE KEY,
000515*AS BREXTR PULLS ITS DAY. HASHED OVER TRIES USED, THE SAME
000516*COLUMN THE BXMIT TRAILER PROVES.
000517 EXPORTGAMES.
000518 MOVE "EMPLOYEE_ID,EMPLOYEE_NAME,BRANCH," TO CSV-LINE.
000519 MOVE "BRANCH_NAME,REGION,SESSION_DATE," TO CSV-LINE(34:).
000520 MOVE "SESSION_SEQ,START_TRIES,TRIES_USED," TO CSV-LINE(66:).
000521 MOVE "EXPECTED,OUTCOME,STATION," TO CSV-LINE(101:).
000522 MOVE "STATION_LOCATION" TO CSV-LINE(126:).
000523 WRITE GAME-CSV-REC FROM CSV-LINE.
000524 MOVE FROM-DATE TO GR-DATE.
000525 START GAME-RESULTS-FILE KEY NOT < GR-DATE
000526 INVALID KEY
000527 SET RES-EOF TO TRUE
000528 END-START.
000529 PERFORM UNTIL RES-EOF
000530 READ GAME-RESULTS-FILE NEXT RECORD
000531 AT END
000532 SET RES-EOF TO TRUE
000533 NOT AT END
000534 IF GR-DATE > TO-DATE
000535 SET RES-EOF TO TRUE
000536 ELSE
000537 PERFORM GAMEROW
000538 END-IF
000539 END-READ
000540 END-PERFORM.
000541 CLOSE GAME-RESULTS-FILE.
000542 GO-BACK.
000543*ONE GAMERES ROW.
000544 GAMEROW.
000545 PERFORM STARTROW.
000546 MOVE GR-EMPLOYEE-ID TO EMP-WK.
000547 MOVE GR-DATE TO BRH-DATE.
000548 PERFORM PUTEMPLOYEE.
000549 MOVE GR-DATE TO DATE-IN.
000550 PERFORM PUTDATE.
000551 MOVE GR-SEQ TO NUM-IN.
000552 PERFORM PUTNUM.
000553 MOVE GR-START-TRIES TO NUM-IN.
000554 PERFORM PUTNUM.
000555 MOVE GR-TRIES-USED TO NUM-IN.
000556 PERFORM PUTNUM.
000557 MOVE GR-EXPECTED TO NUM-IN.
000558 PERFORM PUTNUM.
000559 MOVE GR-OUTCOME TO CSV-FIELD.
000560 PERFORM PUTCODE.
000561 MOVE GR-STATION TO STATION-WK.
000562 PERFORM PUTSTATION.
000563 WRITE GAME-CSV-REC FROM CSV-LINE.
000564 ADD 1 TO GAME-ROWS.
000565 ADD GR-TRIES-USED TO GAME-HASH.
000566 GO-BACK.
000567*THE RANGE'S GUESSES, HASHED OVER THE GUESS ITSELF. A MISSING
000568*FILE EXPORTS AS A HEADER ROW AND NOTHING ELSE.
000569 EXPORTGUESSES.
000570 MOVE "EMPLOYEE_ID,EMPLOYEE_NAME,BRANCH," TO CSV-LINE.
000571 MOVE "BRANCH_NAME,REGION,GUESS_DATE," TO CSV-LINE(34:).
000572 MOVE "GUESS_TIME,GUESS_SEQ,GUESS,HINT," TO CSV-LINE(64:).
000573 MOVE "STATION,STATION_LOCATION" TO CSV-LINE(96:).
000574 WRITE GUESS-CSV-REC FROM CSV-LINE.
000575 OPEN INPUT GUESS-HIST-FILE.
000576 IF GH-STATUS = "00"
000577 PERFORM UNTIL GH-EOF
000578 READ GUESS-HIST-FILE
000579 AT END
000580 SET GH-EOF TO TRUE
000581 NOT AT END
000582 IF (GH-DATE NOT < FROM-DATE) AND (GH-DATE NOT > TO-DATE)
000583 PERFORM GUESSROW
000584 END-IF
000585 END-READ
000586 END-PERFORM
000587 CLOSE GUESS-HIST-FILE
000588 ELSE
000589 DISPLAY "GUESSHST NOT FOUND. NO GUESS ROWS EXPORTED."
000590 END-IF.
000591 GO-BACK.
000592*ONE GUESSHST ROW.
000593 GUESSROW.
000594 PERFORM STARTROW.
000595 MOVE GH-EMPLOYEE-ID TO EMP-WK.
000596 MOVE GH-DATE TO BRH-DATE.
000597 PERFORM PUTEMPLOYEE.
000598 MOVE GH-DATE TO DATE-IN.
000599 PERFORM PUTDATE.
000600*GUESSES LOGGED BEFORE GH-TIME WAS KEPT HAVE NO TIME. THEY GO
000601*OUT WITH THE TIME LEFT EMPTY, AS INTAUDIT AND UTILRPT TREAT
000602*THEM AS UNTIMED.
000603 IF GH-TIME IS NUMERIC
000604 MOVE GH-TIME TO TIME-IN
000605 PERFORM PUTTIME
000606 ELSE
000607 MOVE SPACES TO CSV-FIELD
000608 PERFORM PUTCODE
000609 END-IF.
000610 MOVE GH-SEQ TO NUM-IN.
000611 PERFORM PUTNUM.
000612 MOVE GH-GUESS TO NUM-IN.
000613 PERFORM PUTNUM.
000614 MOVE GH-HINT TO CSV-FIELD.
000615 PERFORM PUTCODE.
000616 MOVE GH-STATION TO STATION-WK.
000617 PERFORM PUTSTATION.
000618 WRITE GUESS-CSV-REC FROM CSV-LINE.
000619 ADD 1 TO GUESS-ROWS.
000620 ADD GH-GUESS TO GUESS-HASH.
000621 GO-BACK.
000622*THE RANGE'S CHALLENGE MATCHES, HASHED OVER BOTH PLAYERS'
000623*TRIES. THE BRANCH IS THE FIRST PLAYER'S ON THE DAY, AS BREXTR
000624*DECIDES WHICH BRANCH SENDS A MATCH.
000625 EXPORTCHALS.
000626 MOVE "MATCH_DATE,EMPLOYEE_1," TO CSV-LINE.
000627 MOVE "EMPLOYEE_1_NAME,BRANCH,BRANCH_NAME," TO CSV-LINE(23:).
000628 MOVE "REGION,EMPLOYEE_2,EMPLOYEE_2_NAME," TO CSV-LINE(58:).
000629 MOVE "WINNER,WINNER_NAME,TRIES_1,TRIES_2," TO CSV-LINE(92:).
000630 MOVE "STATION,STATION_LOCATION" TO CSV-LINE(127:).
000631 WRITE CHAL-CSV-REC FROM CSV-LINE.
000632 OPEN INPUT CHALLENGE-RESULTS-FILE.
000633 IF CL-STATUS = "00"
000634 PERFORM UNTIL CHAL-EOF
000635 READ CHALLENGE-RESULTS-FILE
000636 AT END
000637 SET CHAL-EOF TO TRUE
000638 NOT AT END
000639 IF (CH-DATE NOT < FROM-DATE) AND (CH-DATE NOT > TO-DATE)
000640 PERFORM CHALROW
000641 END-IF
000642 END-READ
000643 END-PERFORM
000644 CLOSE CHALLENGE-RESULTS-FILE
000645 ELSE
000646 DISPLAY "CHALRES NOT FOUND. NO CHALLENGE ROWS EXPORTED."
000647 END-IF.
000648 GO-BACK.
000649*ONE CHALRES ROW.
000650 CHALROW.
000651 PERFORM STARTROW.
000652 MOVE CH-DATE TO DATE-IN.
000653 PERFORM PUTDATE.
000654 MOVE CH-EMPLOYEE-1 TO EMP-WK.
000655 MOVE CH-DATE TO BRH-DATE.
000656 PERFORM PUTEMPLOYEE.
000657 MOVE CH-EMPLOYEE-2 TO EMP-WK.
000658 PERFORM PUTNAMED.
000659 MOVE CH-WINNER TO EMP-WK.
000660 PERFORM PUTNAMED.
000661 MOVE CH-TRIES-1 TO NUM-IN.
000662 PERFORM PUTNUM.
000663 MOVE CH-TRIES-2 TO NUM-IN.
000664 PERFORM PUTNUM.
000665 MOVE CH-STATION TO STATION-WK.
000666 PERFORM PUTSTATION.
000667 WRITE CHAL-CSV-REC FROM CSV-LINE.
000668 ADD 1 TO CHAL-ROWS.
000669 ADD CH-TRIES-1 TO CHAL-HASH.
000670 ADD CH-TRIES-2 TO CHAL-HASH.
000671 GO-BACK.
000672*THE RANGE'S TIER PROMOTIONS, HASHED OVER THE SESSIONS THAT
000673*EARNED THEM.
000674 EXPORTTIERS.
000675 MOVE "PROMOTION_DATE,PROMOTION_TIME," TO CSV-LINE.
000676 MOVE "EMPLOYEE_ID,EMPLOYEE_NAME,BRANCH," TO CSV-LINE(31:).
000677 MOVE "BRANCH_NAME,REGION,FROM_TIER," TO CSV-LINE(64:).
000678 MOVE "TO_TIER,SESSIONS,WIN_RATE,AVG_TRIES" TO CSV-LINE(93:).
000679 WRITE TIER-CSV-REC FROM CSV-LINE.
000680 OPEN INPUT TIER-LOG-FILE.
000681 IF TL-STATUS = "00"
000682 PERFORM UNTIL TL-EOF
000683 READ TIER-LOG-FILE
000684 AT END
000685 SET TL-EOF TO TRUE
000686 NOT AT END
000687 IF (TL-DATE NOT < FROM-DATE) AND (TL-DATE NOT > TO-DATE)
000688 PERFORM TIERROW
000689 END-IF
000690 END-READ
000691 END-PERFORM
000692 CLOSE TIER-LOG-FILE
000693 ELSE
000694 DISPLAY "TIERLOG NOT FOUND. NO PROMOTION ROWS EXPORTED."
000695 END-IF.
000696 GO-BACK.
000697*ONE TIERLOG ROW.
000698 TIERROW.
000699 PERFORM STARTROW.
000700 MOVE TL-DATE TO DATE-IN.
000701 PERFORM PUTDATE.
000702 MOVE TL-TIME TO TIME-IN.
000703 PERFORM PUTTIME.
000704 MOVE TL-EMPLOYEE-ID TO EMP-WK.
000705 MOVE TL-DATE TO BRH-DATE.
000706 PERFORM PUTEMPLOYEE.
000707 MOVE TL-FROM-TIER TO CSV-FIELD.
000708 PERFORM PUTCODE.
000709 MOVE TL-TO-TIER TO CSV-FIELD.
000710 PERFORM PUTCODE.
000711 MOVE TL-SESSIONS TO NUM-IN.
000712 PERFORM PUTNUM.
000713 MOVE TL-WINRATE TO NUM-IN.
000714 PERFORM PUTNUM.
000715 MOVE TL-AVGTRIES TO DEC-EDIT.
000716 MOVE DEC-EDIT TO CSV-FIELD.
000717 PERFORM PUTCODE.
000718 WRITE TIER-CSV-REC FROM CSV-LINE.
000719 ADD 1 TO TIER-ROWS.
000720 ADD TL-SESSIONS TO TIER-HASH.
000721 GO-BACK.
000722*WRITE THE MANIFEST: A HEADER ROW, THEN ONE ROW PER EXPORT
000723*FILE WITH THE RUN STAMP, THE RANGE, THE ROW COUNT (HEADER ROW
000724*NOT COUNTED), THE HASH TOTAL AND WHAT THE HASH IS TAKEN OVER.
000725 WRITEMANIFEST.
000726 OPEN OUTPUT MANIFEST-FILE.
000727 IF XM-STATUS NOT = "00"
000728 DISPLAY "UNABLE TO CREATE EXPMANIF. STATUS ", XM-STATUS,
000729     ". THE EXPORT CANNOT BE PROVED - DO NOT SEND IT."
000730 MOVE 16 TO RETURN-CODE
000731 STOP RUN
000732 END-IF.
000733 MOVE "EXPORT_FILE,RUN_DATE,RUN_TIME," TO CSV-LINE.
000734 MOVE "FROM_DATE,TO_DATE,ROWS,HASH_TOTAL," TO CSV-LINE(31:).
000735 MOVE "HASH_BASIS" TO CSV-LINE(65:).
000736 WRITE MANIFEST-REC FROM CSV-LINE.
000737 MOVE "GAMECSV" TO MAN-FILE.
000738 MOVE GAME-ROWS TO MAN-ROWS.
000739 MOVE GAME-HASH TO MAN-HASH.
000740 MOVE "TRIES_USED" TO MAN-BASIS.
000741 PERFORM MANIFESTROW.
000742 MOVE "GUESSCSV" TO MAN-FILE.
000743 MOVE GUESS-ROWS TO MAN-ROWS.
000744 MOVE GUESS-HASH TO MAN-HASH.
000745 MOVE "GUESS" TO MAN-BASIS.
000746 PERFORM MANIFESTROW.
000747 MOVE "CHALCSV" TO MAN-FILE.
000748 MOVE CHAL-ROWS TO MAN-ROWS.
000749 MOVE CHAL-HASH TO MAN-HASH.
000750 MOVE "TRIES_1+TRIES_2" TO MAN-BASIS.
000751 PERFORM MANIFESTROW.
000752 MOVE "TIERCSV" TO MAN-FILE.
000753 MOVE TIER-ROWS TO MAN-ROWS.
000754 MOVE TIER-HASH TO MAN-HASH.
000755 MOVE "SESSIONS" TO MAN-BASIS.
000756 PERFORM MANIFESTROW.
000757 MOVE "EMPCSV" TO MAN-FILE.
000758 MOVE EMP-ROWS TO MAN-ROWS.
000759 MOVE EMP-HASH TO MAN-HASH.
000760 MOVE "ROW_CHARACTERS" TO MAN-BASIS.
000761 PERFORM MANIFESTROW.
000762 MOVE "BRNCHCSV" TO MAN-FILE.
000763 MOVE BRANCH-ROWS TO MAN-ROWS.
000764 MOVE BRANCH-HASH TO MAN-HASH.
000765 MOVE "ROW_CHARACTERS" TO MAN-BASIS.
000766 PERFORM MANIFESTROW.
000767 MOVE "STNCSV" TO MAN-FILE.
000768 MOVE STATION-ROWS TO MAN-ROWS.
000769 MOVE STATION-HASH TO MAN-HASH.
000770 MOVE "ROW_CHARACTERS" TO MAN-BASIS.
000771 PERFORM MANIFESTROW.
000772 CLOSE MANIFEST-FILE.
000773 GO-BACK.
000774*ONE MANIFEST ROW FOR THE MAN- FIELDS.
000775 MANIFESTROW.
000776 PERFORM STARTROW.
000777 MOVE MAN-FILE TO CSV-FIELD.
000778 PERFORM PUTCODE.
000779 MOVE RUN-DATE(1:4) TO CSV-FIELD(1:4).
000780 MOVE "-" TO CSV-FIELD(5:1).
000781 MOVE RUN-DATE(5:2) TO CSV-FIELD(6:2).
000782 MOVE "-" TO CSV-FIELD(8:1).
000783 MOVE RUN-DATE(7:2) TO CSV-FIELD(9:2).
000784 PERFORM PUTCODE.
000785 MOVE RUN-TIME TO TIME-IN.
000786 PERFORM PUTTIME.
000787 MOVE FROM-DATE TO DATE-IN.
000788 PERFORM PUTDATE.
000789 MOVE TO-DATE TO DATE-IN.
000790 PERFORM PUTDATE.
000791 MOVE MAN-ROWS TO NUM-IN.
000792 PERFORM PUTNUM.
000793 MOVE MAN-HASH TO NUM-IN.
000794 PERFORM PUTNUM.
000795 MOVE MAN-BASIS TO CSV-FIELD.
000796 PERFORM PUTCODE.
000797 WRITE MANIFEST-REC FROM CSV-LINE.
000798 GO-BACK.
000799*EMPLOYEE ID, NAME, AND THE BRANCH (WITH ITS NAME AND REGION)
000800*THE EMPLOYEE BELONGED TO ON BRH-DATE.
000801 PUTEMPLOYEE.
000802 PERFORM PUTNAMED.
000803 MOVE EMP-WK TO BRH-EMPLOYEE-ID.
000804 PERFORM CALLBRHIST.
000805 MOVE BRH-BRANCH TO BRANCH-WK.
000806 PERFORM PUTBRANCH.
000807 GO-BACK.
000808*EMPLOYEE ID AND NAME ONLY. AN ID EMPMAST DOES NOT KNOW GETS
000809*AN EMPTY NAME, AS DOES A BLANK ID.
000810 PUTNAMED.
000811 MOVE EMP-WK TO CSV-FIELD.
000812 PERFORM PUTCODE.
000813 PERFORM FINDNAME.
000814 MOVE EMP-NAME-WK TO CSV-FIELD.
000815 PERFORM PUTTEXT.
000816 GO-BACK.
000817*LOOK THE NAME UP ON EMPMAST. THE DATED FILES COME IN RUNS OF
000818*ONE EMPLOYEE, SO THE LAST ANSWER IS KEPT.
000819 FINDNAME.
000820 IF EMP-WK = SPACES
000821 MOVE SPACES TO EMP-NAME-WK
000822 ELSE
000823 IF EMP-WK = LAST-EMP-ID
000824 MOVE LAST-EMP-NAME TO EMP-NAME-WK
000825 ELSE
000826 MOVE EMP-WK TO EM-EMPLOYEE-ID
000827 READ EMPLOYEE-MASTER-FILE
000828 INVALID KEY
000829 MOVE SPACES TO EMP-NAME-WK
000830 NOT INVALID KEY
000831 MOVE EM-NAME TO EMP-NAME-WK
000832 END-READ
000833 MOVE EMP-WK TO LAST-EMP-ID
000834 MOVE EMP-NAME-WK TO LAST-EMP-NAME
000835 END-IF
000836 END-IF.
000837 GO-BACK.
000838*ASK THE SHARED LOOKUP WHICH BRANCH THE EMPLOYEE BELONGED TO
000839*ON THE DATE. IF THE LOOKUP ITSELF IS MISSING, THE ID PREFIX
000840*STANDS IN, AS IT DOES IN BREXTR.
000841*A HISTORY TOO BIG FOR BRHIST'S TABLE IS NOTED FOR THE END OF
000842*THE RUN.
000843 CALLBRHIST.
000844 CALL "BRHIST" USING BRH-CALL-AREA
000845 ON EXCEPTION
000846 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH
000847 MOVE SPACE TO BRH-RESULT
000848 END-CALL.
000849 IF BRH-HISTORY-SHORT
000850 SET BRH-SHORT TO TRUE
000851 END-IF.
000852 GO-BACK.
000853*BRANCH CODE, BRANCH NAME AND REGION. A BRANCH NOT ON THE
000854*MASTER KEEPS ITS CODE WITH THE OTHER TWO COLUMNS EMPTY.
000855 PUTBRANCH.
000856 MOVE SPACES TO BR-NAME-WK.
000857 MOVE SPACES TO BR-REGION-WK.
000858 MOVE 0 TO BRANCH-SLOT.
000859 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000860     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000861 IF BT-BRANCH(BRANCH-IX) = BRANCH-WK
000862 MOVE BRANCH-IX TO BRANCH-SLOT
000863 MOVE BT-NAME(BRANCH-IX) TO BR-NAME-WK
000864 MOVE BT-REGION(BRANCH-IX) TO BR-REGION-WK
000865 END-IF
000866 END-PERFORM.
000867 MOVE BRANCH-WK TO CSV-FIELD.
000868 PERFORM PUTCODE.
000869 MOVE BR-NAME-WK TO CSV-FIELD.
000870 PERFORM PUTTEXT.
000871 MOVE BR-REGION-WK TO CSV-FIELD.
000872 PERFORM PUTCODE.
000873 GO-BACK.
000874*STATION ID AND ITS LOCATION OFF STNMAST.
000875 PUTSTATION.
000876 MOVE SPACES TO ST-LOC-WK.
000877 PERFORM VARYING STATION-IX FROM 1 BY 1
000878     UNTIL STATION-IX > STATION-USED
000879 IF ST-STATION(STATION-IX) = STATION-WK
000880 MOVE ST-LOCATION(STATION-IX) TO ST-LOC-WK
000881 END-IF
000882 END-PERFORM.
000883 MOVE STATION-WK TO CSV-FIELD.
000884 PERFORM PUTCODE.
000885 MOVE ST-LOC-WK TO CSV-FIELD.
000886 PERFORM PUTTEXT.
000887 GO-BACK.
000888*A YYMMDD DATE AS YYYY-MM-DD. THE FILES HOLD TWO-DIGIT YEARS,
000889*SO YEARS BELOW 50 ARE TAKEN AS 20YY AND THE REST AS 19YY. A
000890*ZERO DATE IS AN EMPTY FIELD.
000891 PUTDATE.
000892 IF DATE-IN = 0
000893 MOVE SPACES TO CSV-FIELD
000894 ELSE
000895 MOVE DATE-IN TO DATE-SPLIT
000896 IF DS-YY < 50
000897 MOVE 20 TO FD-CC
000898 ELSE
000899 MOVE 19 TO FD-CC
000900 END-IF
000901 MOVE DS-YY TO FD-YY
000902 MOVE DS-MM TO FD-MM
000903 MOVE DS-DD TO FD-DD
000904 MOVE FULL-DATE TO CSV-FIELD
000905 END-IF.
000906 PERFORM PUTCODE.
000907 GO-BACK.
000908*AN HHMMSSCC TIME AS HH:MM:SS.
000909 PUTTIME.
000910 MOVE TIME-IN TO TIME-SPLIT.
000911 MOVE TS-HH TO FT-HH.
000912 MOVE TS-MN TO FT-MN.
000913 MOVE TS-SS TO FT-SS.
000914 MOVE FULL-TIME TO CSV-FIELD.
000915 PERFORM PUTCODE.
000916 GO-BACK.
000917*A WHOLE NUMBER WITHOUT LEADING ZEROS.
000918 PUTNUM.
000919 MOVE NUM-IN TO NUM-EDIT.
000920 MOVE NUM-EDIT TO CSV-FIELD.
000921 PERFORM PUTCODE.
000922 GO-BACK.
000923*A FREE-TEXT FIELD, IN QUOTES SO A COMMA IN A NAME CANNOT
000924*SPLIT THE COLUMN.
000925 PUTTEXT.
000926 SET CSV-QUOTED TO TRUE.
000927 PERFORM ADDFIELD.
000928 GO-BACK.
000929*A CODE, NUMBER OR DATE, UNQUOTED.
000930 PUTCODE.
000931 MOVE "N" TO CSV-QUOTE-SW.
000932 PERFORM ADDFIELD.
000933 GO-BACK.
000934*CLEAR THE ROW FOR ITS FIRST FIELD.
000935 STARTROW.
000936 MOVE SPACES TO CSV-LINE.
000937 MOVE 1 TO CSV-PTR.
000938 MOVE 0 TO CSV-COLS.
000939 GO-BACK.
000940*APPEND CSV-FIELD TO THE ROW WITH LEADING AND TRAILING SPACES
000941*DROPPED, A COMMA AHEAD OF EVERY FIELD BUT THE FIRST. QUOTED
000942*TEXT IS COPIED A CHARACTER AT A TIME SO THAT A DOUBLE QUOTE
000943*INSIDE IT CAN BE WRITTEN TWICE, THE USUAL CSV ESCAPE, AND THE
000944*NAME LOADS UNCHANGED.
000945 ADDFIELD.
000946 MOVE 40 TO CSV-LEN.
000947 PERFORM UNTIL (CSV-LEN = 0) OR (CSV-FIELD(CSV-LEN:1) NOT = SPACE)
000948 SUBTRACT 1 FROM CSV-LEN
000949 END-PERFORM.
000950 MOVE 1 TO CSV-START.
000951 PERFORM UNTIL (CSV-START > CSV-LEN)
000952     OR (CSV-FIELD(CSV-START:1) NOT = SPACE)
000953 ADD 1 TO CSV-START
000954 END-PERFORM.
000955 IF CSV-COLS > 0
000956 MOVE "," TO CSV-LINE(CSV-PTR:1)
000957 ADD 1 TO CSV-PTR
000958 END-IF.
000959 ADD 1 TO CSV-COLS.
000960 IF CSV-QUOTED
000961 MOVE QUOTE TO CSV-LINE(CSV-PTR:1)
000962 ADD 1 TO CSV-PTR
000963 PERFORM VARYING CSV-IX FROM CSV-START BY 1
000964     UNTIL CSV-IX > CSV-LEN
000965 IF CSV-FIELD(CSV-IX:1) = QUOTE
000966 MOVE QUOTE TO CSV-LINE(CSV-PTR:1)
000967 ADD 1 TO CSV-PTR
000968 END-IF
000969 MOVE CSV-FIELD(CSV-IX:1) TO CSV-LINE(CSV-PTR:1)
000970 ADD 1 TO CSV-PTR
000971 END-PERFORM
000972 MOVE QUOTE TO CSV-LINE(CSV-PTR:1)
000973 ADD 1 TO CSV-PTR
000974 ELSE
000975 IF CSV-START NOT > CSV-LEN
000976 MOVE CSV-FIELD(CSV-START:CSV-LEN - CSV-START + 1)
000977     TO CSV-LINE(CSV-PTR:CSV-LEN - CSV-START + 1)
000978 COMPUTE CSV-PTR = CSV-PTR + CSV-LEN - CSV-START + 1
000979 END-IF
000980 END-IF.
000981 MOVE SPACES TO CSV-FIELD.
000982 GO-BACK.
