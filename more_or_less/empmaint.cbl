000015* ADD AND CORRECT, AND A NEW ID'S FIRST TWO CHARACTERS MUST
000016* MATCH ITS BRANCH - THE TYPO-BRED PHANTOM BRANCHES STOP AT
000017* THE DOOR INSTEAD OF SURFACING ON MORLSRPT.
000018*10/15/26 MIBI88 - THE OPERATOR SIGNS ON THROUGH OPRSIGN FIRST,
000019* AND ONLY AN OPERATOR WITH THE HR ROLE ON THE OPRMAST OPERATOR
000020* MASTER GETS THE MENU. ANYONE ELSE IS TURNED AWAY AND THE
000021* REFUSAL GOES TO THE EXCEPTION LOG THROUGH ERRLOG.
000022*10/15/26 MIBI88 - T=TRANSFER MOVES AN EMPLOYEE TO ANOTHER
000023* BRANCH FROM AN EFFECTIVE DATE, KEEPING THE ID. THE MOVE IS
000024* APPENDED TO THE EMPBRHST BRANCH HISTORY (FROM, TO, EFFECTIVE
000025* DATE, WHO KEYED IT) AND EM-BRANCH BECOMES THE NEW BRANCH; THE
000026* BRANCH REPORTS CREDIT EACH SESSION BY THE HISTORY, NOT BY
000027* THE ID PREFIX. C=CORRECT STAYS FOR TYPOS BUT NO LONGER MOVES
000028* THE BRANCH - A MOVE THERE WOULD LEAVE NO HISTORY BEHIND IT,
000029* SO IT IS TURNED AWAY AND SENT TO T. THE ID-PREFIX RULE NOW
000030* APPLIES ONLY WHEN AN EMPLOYEE IS ADDED.
000031 ENVIRONMENT DIVISION.
000032 CONFIGURATION SECTION.
000033 SOURCE-COMPUTER. GNUCOBOL.
000034 OBJECT-COMPUTER. GNUCOBOL.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000038 ORGANIZATION INDEXED
000039 ACCESS RANDOM
000040 RECORD KEY IS EM-EMPLOYEE-ID
000041 FILE STATUS IS EM-STATUS.
000042 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000043 ORGANIZATION LINE SEQUENTIAL
000044 FILE STATUS IS CFG-STATUS.
000045 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000046 ORGANIZATION LINE SEQUENTIAL
000047 FILE STATUS IS BM-STATUS.
000048 SELECT BRANCH-HIST-FILE ASSIGN "EMPBRHST"
000049 ORGANIZATION LINE SEQUENTIAL
000050 FILE STATUS IS BH-STATUS.
000051
000052 DATA DIVISION.
000053 FILE SECTION.
000054 FD EMPLOYEE-MASTER-FILE.
000055 COPY "empmast.cpy".
000056 FD DIFF-CONFIG-FILE.
000057 COPY "diffcfg.cpy".
000058 FD BRANCH-MASTER-FILE.
000059 COPY "brnchmst.cpy".
000060 FD BRANCH-HIST-FILE.
000061 COPY "empbrhst.cpy".
000062 WORKING-STORAGE SECTION.
000063 01 EM-STATUS PIC X(02).
000064 01 CFG-STATUS PIC X(02).
000065 01 BM-STATUS PIC X(02).
000066 01 BH-STATUS PIC X(02).
000067 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000068 88 CHOICE-ADD VALUE "A".
000069 88 CHOICE-DEACT VALUE "D".
000070 88 CHOICE-CORRECT VALUE "C".
000071 88 CHOICE-TRANSFER VALUE "T".
000072 88 CHOICE-EXIT VALUE "X".
000073 01 WANTED-ID PIC X(06).
000074 01 NEW-NAME PIC X(20).
000075 01 NEW-BRANCH PIC X(02).
000076 01 NEW-ACTIVE PIC X(01).
000077 01 TODAY-DATE PIC 9(06).
000078 01 NEW-TIER PIC X(01).
000079 01 TIER-CODE-TABLE.
000080 02 TIER-CODE OCCURS 9 TIMES PIC X(01).
000081 01 TIER-USED PIC 9(01) VALUE 0.
000082 01 TIER-IX PIC 9(02).
000083 01 TIER-OK-SW PIC X(01) VALUE "N".
000084 88 TIER-OK VALUE "Y".
000085 01 CFG-EOF-SW PIC X(01) VALUE "N".
000086 88 CFG-EOF VALUE "Y".
000087 01 BRANCH-TABLE.
000088 02 BRANCH-ENTRY OCCURS 50 TIMES.
000089 03 BT-BRANCH PIC X(02).
000090 03 BT-ACTIVE PIC X(01).
000091 01 BRANCH-USED PIC 9(02) VALUE 0.
000092 01 BRANCH-IX PIC 9(02).
000093 01 BRANCH-OK-SW PIC X(01) VALUE "N".
000094 88 BRANCH-OK VALUE "Y".
000095 01 BM-EOF-SW PIC X(01) VALUE "N".
000096 88 BM-EOF VALUE "Y".
000097 01 EFF-DATE-IN PIC X(06).
000098 01 EFF-DATE PIC 9(06).
000099 01 DATE-SPLIT.
000100 02 DS-YY PIC 9(02).
000101 02 DS-MM PIC 9(02).
000102 02 DS-DD PIC 9(02).
000103 01 EFF-OK-SW PIC X(01) VALUE "N".
000104 88 EFF-OK VALUE "Y".
000105 01 LAST-EFF PIC 9(06).
000106 01 HAVE-LAST-SW PIC X(01) VALUE "N".
000107 88 HAVE-LAST-MOVE VALUE "Y".
000108 01 BH-EOF-SW PIC X(01) VALUE "N".
000109 88 BH-EOF VALUE "Y".
000110 COPY "oprlink.cpy".
000111 COPY "errlink.cpy".
000112 PROCEDURE DIVISION.
000113
000114 MAIN.
000115 DISPLAY "= EMPLOYEE MASTER MAINTENANCE =".
000116 MOVE "EMPMAINT" TO ERR-PROGRAM.
000117 PERFORM SIGNON.
000118 IF NOT OPR-VERIFIED
000119 STOP RUN
000120 END-IF.
000121 IF NOT OPR-IS-HR
000122 DISPLAY "EMPLOYEE MASTER MAINTENANCE IS FOR THE HR ROLE ONLY."
000123 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000124 MOVE OPR-OPERATOR-ID TO ERR-ACTION(20:6)
000125 PERFORM LOGREFUSAL
000126 STOP RUN
000127 END-IF.
000128 PERFORM LOADTIERS.
000129 PERFORM LOADBRANCHES.
000130 PERFORM OPENMASTER.
000131 IF EM-STATUS NOT = "00"
000132 DISPLAY "UNABLE TO OPEN EMPMAST. STATUS ", EM-STATUS, "."
000133 STOP RUN
000134 END-IF.
000135 PERFORM UNTIL CHOICE-EXIT
000136 PERFORM MENUSTEP
000137 END-PERFORM.
000138 CLOSE EMPLOYEE-MASTER-FILE.
000139 DISPLAY "EMPLOYEE MASTER MAINTENANCE ENDED.".
000140 STOP RUN.
000141*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON.
000142 SIGNON.
000143 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000144 CALL "OPRSIGN" USING OPR-CALL-AREA
000145 ON EXCEPTION
000146 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000147 MOVE "N" TO OPR-RESULT
000148 END-CALL.
000149 GO-BACK.
000150*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000151*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000152 LOGREFUSAL.
000153 MOVE "OPRMAST" TO ERR-FILE.
000154 MOVE "00" TO ERR-FILE-STATUS.
000155 MOVE "W" TO ERR-SEVERITY.
000156 PERFORM CALLERRLOG.
000157 GO-BACK.
000158*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000159*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000160*CONSOLE.
000161 CALLERRLOG.
000162 CALL "ERRLOG" USING ERR-CALL-AREA
000163 ON EXCEPTION
000164 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000165     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000166 END-CALL.
000167 GO-BACK.
000168*LOAD THE TIER CODES OFF THE DIFFCFG LADDER FOR VALIDATION. IF
000169*THE LADDER CANNOT BE READ, TIER CODES GO IN UNCHECKED - SAME
000170*FALLBACK SHAPE THE KIOSK USES WHEN A SETUP FILE IS MISSING.
000171 LOADTIERS.
000172 OPEN INPUT DIFF-CONFIG-FILE.
000173 IF CFG-STATUS = "00"
000174 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
000175 READ DIFF-CONFIG-FILE
000176 AT END
000177 SET CFG-EOF TO TRUE
000178 NOT AT END
000179 ADD 1 TO TIER-USED
000180 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
000181 END-READ
000182 END-PERFORM
000183 CLOSE DIFF-CONFIG-FILE
000184 ELSE
000185 DISPLAY "DIFFCFG NOT FOUND. TIER CODES WILL NOT BE CHECKED."
000186 END-IF.
000187 GO-BACK.
000188*LOAD THE BRANCH CODES OFF THE BRANCH MASTER FOR VALIDATION.
000189*IF IT CANNOT BE READ, BRANCHES GO IN UNCHECKED - BUT LOUDLY,
000190*SINCE UNCHECKED BRANCHES ARE HOW THE PHANTOMS GOT IN.
000191 LOADBRANCHES.
000192 OPEN INPUT BRANCH-MASTER-FILE.
000193 IF BM-STATUS = "00"
000194 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000195 READ BRANCH-MASTER-FILE
000196 AT END
000197 SET BM-EOF TO TRUE
000198 NOT AT END
000199 ADD 1 TO BRANCH-USED
000200 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000201 MOVE BM-ACTIVE TO BT-ACTIVE(BRANCH-USED)
000202 END-READ
000203 END-PERFORM
000204 CLOSE BRANCH-MASTER-FILE
000205 ELSE
000206 DISPLAY "BRNCHMST NOT FOUND. BRANCHES WILL NOT BE CHECKED."
000207 END-IF.
000208 GO-BACK.
000209*CHECK ONE BRANCH ANSWER AGAINST THE MASTER: ON FILE AND
000210*ACTIVE. EVERYTHING PASSES WHEN THE MASTER COULD NOT BE
000211*LOADED.
000212 CHECKBRANCH.
000213 IF BRANCH-USED = 0
000214 SET BRANCH-OK TO TRUE
000215 ELSE
000216 MOVE "N" TO BRANCH-OK-SW
000217 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000218     UNTIL BRANCH-IX > BRANCH-USED
000219 IF (BT-BRANCH(BRANCH-IX) = NEW-BRANCH)
000220     AND (BT-ACTIVE(BRANCH-IX) = "Y")
000221 SET BRANCH-OK TO TRUE
000222 END-IF
000223 END-PERFORM
000224 END-IF.
000225 GO-BACK.
000226*CHECK ONE TIER ANSWER AGAINST THE LADDER. BLANK (THE INSTALL
000227*DEFAULT) ALWAYS PASSES, AND SO DOES ANYTHING WHEN THE LADDER
000228*COULD NOT BE LOADED.
000229 CHECKTIER.
000230 IF (NEW-TIER = SPACE) OR (TIER-USED = 0)
000231 SET TIER-OK TO TRUE
000232 ELSE
000233 MOVE "N" TO TIER-OK-SW
000234 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > TIER-USED
000235 IF TIER-CODE(TIER-IX) = NEW-TIER
000236 SET TIER-OK TO TRUE
000237 END-IF
000238 END-PERFORM
000239 END-IF.
000240 GO-BACK.
000241*OPEN THE MASTER FOR UPDATE, CREATING IT EMPTY ON FIRST USE SO
000242*HR CAN LOAD A BRAND NEW INSTALL WITHOUT A SEPARATE SETUP STEP.
000243 OPENMASTER.
000244 OPEN I-O EMPLOYEE-MASTER-FILE.
000245 IF EM-STATUS = "35"
000246 OPEN OUTPUT EMPLOYEE-MASTER-FILE
000247 CLOSE EMPLOYEE-MASTER-FILE
000248 OPEN I-O EMPLOYEE-MASTER-FILE
000249 END-IF.
000250 GO-BACK.
000251*SHOW THE MENU AND DISPATCH ONE CHOICE.
000252 MENUSTEP.
000253 DISPLAY "A=ADD  D=DEACTIVATE  C=CORRECT  T=TRANSFER  X=EXIT".
000254 ACCEPT MENU-CHOICE FROM CONSOLE.
000255 IF CHOICE-ADD
000256 PERFORM ADDEMP
000257 ELSE
000258 IF CHOICE-DEACT
000259 PERFORM DEACTEMP
000260 ELSE
000261 IF CHOICE-CORRECT
000262 PERFORM CORRECTEMP
000263 ELSE
000264 IF CHOICE-TRANSFER
000265 PERFORM TRANSFEREMP
000266 ELSE
000267 IF NOT CHOICE-EXIT
000268 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000269 END-IF
000270 END-IF
000271 END-IF
000272 END-IF
000273 END-IF.
000274 GO-BACK.
000275*ENROLL A NEW EMPLOYEE. THE ID MUST NOT ALREADY BE ON FILE AND
000276*THE NAME AND BRANCH MAY NOT BE BLANK - BLANK BRANCHES ARE HOW
000277*PHANTOM BRANCHES GOT INTO THE REPORTS IN THE FIRST PLACE.
000278 ADDEMP.
000279 DISPLAY "EMPLOYEE ID TO ADD?".
000280 ACCEPT WANTED-ID FROM CONSOLE.
000281 IF WANTED-ID = SPACES
000282 DISPLAY "NO ID GIVEN. NOTHING ADDED."
000283 ELSE
000284 DISPLAY "EMPLOYEE NAME?"
000285 ACCEPT NEW-NAME FROM CONSOLE
000286 DISPLAY "BRANCH CODE (2 CHARACTERS)?"
000287 ACCEPT NEW-BRANCH FROM CONSOLE
000288 IF (NEW-NAME = SPACES) OR (NEW-BRANCH = SPACES)
000289 DISPLAY "NAME AND BRANCH ARE REQUIRED. NOTHING ADDED."
000290 ELSE
000291 PERFORM CHECKBRANCH
000292 IF NOT BRANCH-OK
000293 DISPLAY "BRANCH ", NEW-BRANCH, " IS NOT ON THE BRANCH"
000294     " MASTER OR NOT ACTIVE. NOTHING ADDED."
000295 ELSE
000296 IF WANTED-ID(1:2) NOT = NEW-BRANCH
000297 DISPLAY "THE ID MUST START WITH ITS BRANCH CODE. NOTHING"
000298     " ADDED."
000299 ELSE
000300 PERFORM ADDEMPREC
000301 END-IF
000302 END-IF
000303 END-IF
000304 END-IF.
000305 GO-BACK.
000306*TAKE THE TIER AND WRITE THE VALIDATED ENROLLMENT.
000307 ADDEMPREC.
000308 DISPLAY "DIFFICULTY TIER (BLANK FOR THE DEFAULT)?".
000309 ACCEPT NEW-TIER FROM CONSOLE.
000310 PERFORM CHECKTIER.
000311 IF NOT TIER-OK
000312 DISPLAY "TIER NOT ON THE LADDER. DEFAULT USED."
000313 MOVE SPACE TO NEW-TIER
000314 END-IF.
000315 MOVE WANTED-ID TO EM-EMPLOYEE-ID.
000316 MOVE NEW-NAME TO EM-NAME.
000317 MOVE NEW-BRANCH TO EM-BRANCH.
000318 MOVE "Y" TO EM-ACTIVE.
000319 ACCEPT TODAY-DATE FROM DATE.
000320 MOVE TODAY-DATE TO EM-ENROLL-DATE.
000321 MOVE NEW-TIER TO EM-TIER.
000322 WRITE EMPLOYEE-MASTER-REC
000323 INVALID KEY
000324 DISPLAY "ALREADY ON FILE. USE C TO CORRECT IT."
000325 NOT INVALID KEY
000326 DISPLAY "ADDED ", WANTED-ID, "."
000327 END-WRITE.
000328 GO-BACK.
000329*DEACTIVATE AN EMPLOYEE. THE RECORD STAYS ON FILE SO OLD GAME
000330*RESULTS STILL RESOLVE TO A NAME, BUT THE KIOSK WILL TURN THE
000331*ID AWAY.
000332 DEACTEMP.
000333 DISPLAY "EMPLOYEE ID TO DEACTIVATE?".
000334 ACCEPT WANTED-ID FROM CONSOLE.
000335 MOVE WANTED-ID TO EM-EMPLOYEE-ID.
000336 READ EMPLOYEE-MASTER-FILE
000337 INVALID KEY
000338 DISPLAY "NOT ON FILE. NOTHING CHANGED."
000339 NOT INVALID KEY
000340 MOVE "N" TO EM-ACTIVE
000341 REWRITE EMPLOYEE-MASTER-REC
000342 DISPLAY "DEACTIVATED ", WANTED-ID, "."
000343 END-READ.
000344 GO-BACK.
000345*CORRECT AN EMPLOYEE'S NAME, TIER OR ACTIVE FLAG. A BLANK
000346*ANSWER KEEPS THE VALUE ALREADY ON FILE. THE BRANCH IS SHOWN
000347*BUT ONLY T=TRANSFER MOVES IT, SO THE MOVE IS ON EMPBRHST.
000348 CORRECTEMP.
000349 DISPLAY "EMPLOYEE ID TO CORRECT?".
000350 ACCEPT WANTED-ID FROM CONSOLE.
000351 MOVE WANTED-ID TO EM-EMPLOYEE-ID.
000352 READ EMPLOYEE-MASTER-FILE
000353 INVALID KEY
000354 DISPLAY "NOT ON FILE. NOTHING CHANGED."
000355 NOT INVALID KEY
000356 PERFORM APPLYCORRECT
000357 END-READ.
000358 GO-BACK.
000359*SHOW THE RECORD AS IT STANDS AND TAKE THE CORRECTIONS.
000360 APPLYCORRECT.
000361 DISPLAY "ON FILE: ", EM-NAME, " BRANCH ", EM-BRANCH,
000362     " ACTIVE ", EM-ACTIVE, " TIER ", EM-TIER.
000363 DISPLAY "NEW NAME (BLANK TO KEEP)?".
000364 ACCEPT NEW-NAME FROM CONSOLE.
000365 IF NEW-NAME NOT = SPACES
000366 MOVE NEW-NAME TO EM-NAME
000367 END-IF.
000368 DISPLAY "NEW BRANCH (BLANK TO KEEP)?".
000369 ACCEPT NEW-BRANCH FROM CONSOLE.
000370 IF (NEW-BRANCH NOT = SPACES) AND (NEW-BRANCH NOT = EM-BRANCH)
000371 DISPLAY "USE T=TRANSFER TO MOVE AN EMPLOYEE'S BRANCH."
000372     " BRANCH KEPT AS IS."
000373 END-IF.
000374 DISPLAY "NEW TIER (BLANK TO KEEP, * FOR THE DEFAULT)?".
000375 ACCEPT NEW-TIER FROM CONSOLE.
000376 IF NEW-TIER = "*"
000377 MOVE SPACE TO EM-TIER
000378 ELSE
000379 IF NEW-TIER NOT = SPACE
000380 PERFORM CHECKTIER
000381 IF TIER-OK
000382 MOVE NEW-TIER TO EM-TIER
000383 ELSE
000384 DISPLAY "TIER NOT ON THE LADDER. TIER KEPT AS IS."
000385 END-IF
000386 END-IF
000387 END-IF.
000388 DISPLAY "ACTIVE Y OR N (BLANK TO KEEP)?".
000389 ACCEPT NEW-ACTIVE FROM CONSOLE.
000390 IF (NEW-ACTIVE = "Y") OR (NEW-ACTIVE = "N")
000391 MOVE NEW-ACTIVE TO EM-ACTIVE
000392 ELSE
000393 IF NEW-ACTIVE NOT = SPACE
000394 DISPLAY "ACTIVE MUST BE Y OR N. FLAG KEPT AS IS."
000395 END-IF
000396 END-IF.
000397 REWRITE EMPLOYEE-MASTER-REC.
000398 DISPLAY "CORRECTED ", WANTED-ID, ".".
000399 GO-BACK.
000400*MOVE AN EMPLOYEE TO ANOTHER BRANCH. THE ID STAYS THE SAME, SO
000401*NOTHING IN THE RESULT FILES HAS TO BE RE-KEYED.
000402 TRANSFEREMP.
000403 DISPLAY "EMPLOYEE ID TO TRANSFER?".
000404 ACCEPT WANTED-ID FROM CONSOLE.
000405 MOVE WANTED-ID TO EM-EMPLOYEE-ID.
000406 READ EMPLOYEE-MASTER-FILE
000407 INVALID KEY
000408 DISPLAY "NOT ON FILE. NOTHING CHANGED."
000409 NOT INVALID KEY
000410 PERFORM APPLYTRANSFER
000411 END-READ.
000412 GO-BACK.
000413*TAKE THE NEW BRANCH AND THE EFFECTIVE DATE. ONLY AN ACTIVE
000414*EMPLOYEE MOVES, AND ONLY TO A BRANCH ON THE MASTER AND ACTIVE.
000415 APPLYTRANSFER.
000416 IF EM-ACTIVE NOT = "Y"
000417 DISPLAY WANTED-ID, " IS NOT ACTIVE. NOTHING CHANGED."
000418 ELSE
000419 DISPLAY "ON FILE: ", EM-NAME, " BRANCH ", EM-BRANCH, "."
000420 DISPLAY "TO BRANCH?"
000421 ACCEPT NEW-BRANCH FROM CONSOLE
000422 IF (NEW-BRANCH = SPACES) OR (NEW-BRANCH = EM-BRANCH)
000423 DISPLAY "NO NEW BRANCH GIVEN. NOTHING CHANGED."
000424 ELSE
000425 PERFORM CHECKBRANCH
000426 IF NOT BRANCH-OK
000427 DISPLAY "BRANCH ", NEW-BRANCH, " IS NOT ON THE BRANCH"
000428     " MASTER OR NOT ACTIVE. NOTHING CHANGED."
000429 ELSE
000430 PERFORM TAKEEFFDATE
000431 IF EFF-OK
000432 PERFORM WRITETRANSFER
000433 END-IF
000434 END-IF
000435 END-IF
000436 END-IF.
000437 GO-BACK.
000438*TAKE THE EFFECTIVE DATE AS YYMMDD, LIKE EVERY OTHER DATE ON
000439*THE SYSTEM; BLANK MEANS TODAY. A DATE BEFORE A TRANSFER ALREADY
000440*ON FILE FOR THIS EMPLOYEE IS REFUSED - THE HISTORY HAS TO READ
000441*IN ORDER, OR THE FROM-BRANCH WOULD BE WRONG.
000442 TAKEEFFDATE.
000443 MOVE "N" TO EFF-OK-SW.
000444 ACCEPT TODAY-DATE FROM DATE.
000445 DISPLAY "EFFECTIVE DATE YYMMDD (BLANK FOR TODAY)?".
000446 ACCEPT EFF-DATE-IN FROM CONSOLE.
000447 IF EFF-DATE-IN = SPACES
000448 MOVE TODAY-DATE TO EFF-DATE
000449 SET EFF-OK TO TRUE
000450 ELSE
000451 IF EFF-DATE-IN IS NUMERIC
000452 MOVE EFF-DATE-IN TO DATE-SPLIT
000453 IF (DS-MM > 0) AND (DS-MM < 13) AND (DS-DD > 0)
000454     AND (DS-DD < 32)
000455 MOVE EFF-DATE-IN TO EFF-DATE
000456 SET EFF-OK TO TRUE
000457 END-IF
000458 END-IF
000459 END-IF.
000460 IF NOT EFF-OK
000461 DISPLAY "NOT A DATE. NOTHING CHANGED."
000462 ELSE
000463 PERFORM FINDLASTMOVE
000464 IF HAVE-LAST-MOVE AND (EFF-DATE < LAST-EFF)
000465 DISPLAY "A TRANSFER EFFECTIVE ", LAST-EFF, " IS ALREADY ON"
000466     " FILE. NOTHING CHANGED."
000467 MOVE "N" TO EFF-OK-SW
000468 END-IF
000469 END-IF.
000470 GO-BACK.
000471*FIND THE LATEST EFFECTIVE DATE ON FILE FOR THIS EMPLOYEE. NO
000472*HISTORY FILE YET MEANS NOBODY HAS EVER BEEN TRANSFERRED.
000473 FINDLASTMOVE.
000474 MOVE "N" TO HAVE-LAST-SW.
000475 MOVE "N" TO BH-EOF-SW.
000476 OPEN INPUT BRANCH-HIST-FILE.
000477 IF BH-STATUS = "00"
000478 PERFORM UNTIL BH-EOF
000479 READ BRANCH-HIST-FILE
000480 AT END
000481 SET BH-EOF TO TRUE
000482 NOT AT END
000483 IF BH-EMPLOYEE-ID = WANTED-ID
000484 IF (NOT HAVE-LAST-MOVE) OR (BH-EFF-DATE > LAST-EFF)
000485 SET HAVE-LAST-MOVE TO TRUE
000486 MOVE BH-EFF-DATE TO LAST-EFF
000487 END-IF
000488 END-IF
000489 END-READ
000490 END-PERFORM
000491 CLOSE BRANCH-HIST-FILE
000492 END-IF.
000493 GO-BACK.
000494*APPEND THE MOVE TO THE BRANCH HISTORY FIRST AND ONLY THEN
000495*CHANGE THE MASTER - A MASTER CHANGE WITH NO HISTORY BEHIND IT
000496*IS EXACTLY THE MIS-CREDITING THIS IS HERE TO STOP.
000497 WRITETRANSFER.
000498 OPEN EXTEND BRANCH-HIST-FILE.
000499 IF BH-STATUS = "35"
000500 OPEN OUTPUT BRANCH-HIST-FILE
000501 END-IF.
000502 IF BH-STATUS NOT = "00"
000503 DISPLAY "UNABLE TO OPEN EMPBRHST. STATUS ", BH-STATUS,
000504     ". NOTHING CHANGED."
000505 MOVE "EMPBRHST" TO ERR-FILE
000506 MOVE BH-STATUS TO ERR-FILE-STATUS
000507 MOVE "E" TO ERR-SEVERITY
000508 MOVE "TRANSFER NOT MADE" TO ERR-ACTION
000509 PERFORM CALLERRLOG
000510 ELSE
000511 MOVE WANTED-ID TO BH-EMPLOYEE-ID
000512 MOVE EM-BRANCH TO BH-FROM-BRANCH
000513 MOVE NEW-BRANCH TO BH-TO-BRANCH
000514 MOVE EFF-DATE TO BH-EFF-DATE
000515 MOVE TODAY-DATE TO BH-ENTRY-DATE
000516 MOVE OPR-OPERATOR-ID TO BH-OPERATOR
000517 WRITE EMP-BRANCH-HIST-REC
000518 CLOSE BRANCH-HIST-FILE
000519 MOVE NEW-BRANCH TO EM-BRANCH
000520 REWRITE EMPLOYEE-MASTER-REC
000521 DISPLAY "TRANSFERRED ", WANTED-ID, " FROM ", BH-FROM-BRANCH,
000522     " TO ", BH-TO-BRANCH, " EFFECTIVE ", EFF-DATE, "."
000523 END-IF.
000524 GO-BACK.
