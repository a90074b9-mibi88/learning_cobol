000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. HRLOAD.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - NIGHTLY HR ROSTER INTERFACE, RUN FROM THE
000007* NIGHTRUN STREAM AHEAD OF TIERPROM. PASS 1 PROVES THE
000008* HRROSTER FILE WHOLE THE WAY BRLOAD PROVES A BXMIT: DETAIL
000009* ONLY BEFORE ONE TRAILER, AND THE TRAILER'S ADD, CHANGE,
000010* TERMINATE AND DETAIL COUNTS RECOMPUTED FROM THE DETAIL. ONLY
000011* THEN DOES PASS 2 APPLY THE TRANSACTIONS TO EMPMAST UNDER THE
000012* SAME RULES EMPMAINT ENFORCES AT THE CONSOLE - BRANCH ON THE
000013* BRNCHMST MASTER AND ACTIVE, NEW ID STARTING WITH ITS BRANCH,
000014* TIER ON THE DIFFCFG LADDER. A TRANSACTION THAT FAILS A RULE
000015* IS NOT APPLIED AT ALL; IT GOES TO THE HRREJOUT REJECT REPORT
000016* WITH ITS REASON. EVERY APPLIED ONE GOES TO THE EMPJRNL CHANGE
000017* JOURNAL WITH THE MASTER RECORD BEFORE AND AFTER. TERMINATED
000018* STAFF COME OFF THE KIOSK THE NIGHT PAYROLL KNOWS ABOUT THEM.
000019* A CHANGE CARRYING THE BRANCH ALREADY ON FILE IS NO BRANCH
000020* CHANGE, SO A TRANSFERRED EMPLOYEE'S NAME AND TIER UPDATES
000021* STILL GO THROUGH; ANY OTHER BRANCH ON A CHANGE IS REJECTED,
000022* AS BRANCH MOVES ARE KEYED IN EMPMAINT T TO KEEP EMPBRHST.
000023 ENVIRONMENT DIVISION.
000024 CONFIGURATION SECTION.
000025 SOURCE-COMPUTER. GNUCOBOL.
000026 OBJECT-COMPUTER. GNUCOBOL.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029 SELECT ROSTER-FILE ASSIGN "HRROSTER"
000030 ORGANIZATION LINE SEQUENTIAL
000031 FILE STATUS IS HR-STATUS.
000032 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000033 ORGANIZATION INDEXED
000034 ACCESS RANDOM
000035 RECORD KEY IS EM-EMPLOYEE-ID
000036 FILE STATUS IS EM-STATUS.
000037 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000038 ORGANIZATION LINE SEQUENTIAL
000039 FILE STATUS IS CFG-STATUS.
000040 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000041 ORGANIZATION LINE SEQUENTIAL
000042 FILE STATUS IS BM-STATUS.
000043 SELECT EMP-JOURNAL-FILE ASSIGN "EMPJRNL"
000044 ORGANIZATION LINE SEQUENTIAL
000045 FILE STATUS IS EJ-STATUS.
000046 SELECT REPORT-FILE ASSIGN "HRREJOUT"
000047 ORGANIZATION LINE SEQUENTIAL
000048 FILE STATUS IS RPT-STATUS.
000049
000050 DATA DIVISION.
000051 FILE SECTION.
000052 FD ROSTER-FILE.
000053 COPY "hrroster.cpy".
000054 FD EMPLOYEE-MASTER-FILE.
000055 COPY "empmast.cpy".
000056 FD DIFF-CONFIG-FILE.
000057 COPY "diffcfg.cpy".
000058 FD BRANCH-MASTER-FILE.
000059 COPY "brnchmst.cpy".
000060 FD EMP-JOURNAL-FILE.
000061 COPY "empjrnl.cpy".
000062 FD REPORT-FILE.
000063 01 REPORT-LINE.
000064 02 RL-ACTION PIC X(01).
000065 02 FILLER PIC X(02) VALUE SPACES.
000066 02 RL-EMPLOYEE PIC X(06).
000067 02 FILLER PIC X(02) VALUE SPACES.
000068 02 RL-NAME PIC X(20).
000069 02 FILLER PIC X(02) VALUE SPACES.
000070 02 RL-BRANCH PIC X(02).
000071 02 FILLER PIC X(02) VALUE SPACES.
000072 02 RL-TIER PIC X(01).
000073 02 FILLER PIC X(02) VALUE SPACES.
000074 02 RL-REASON PIC X(30).
000075 WORKING-STORAGE SECTION.
000076 01 HR-STATUS PIC X(02).
000077 01 EM-STATUS PIC X(02).
000078 01 CFG-STATUS PIC X(02).
000079 01 BM-STATUS PIC X(02).
000080 01 EJ-STATUS PIC X(02).
000081 01 RPT-STATUS PIC X(02).
000082 01 ROSTER-EOF-SW PIC X(01) VALUE "N".
000083 88 ROSTER-EOF VALUE "Y".
000084 01 TRL-SEEN-SW PIC X(01) VALUE "N".
000085 88 TRL-SEEN VALUE "Y".
000086 01 BAD-ROSTER-SW PIC X(01) VALUE "N".
000087 88 BAD-ROSTER VALUE "Y".
000088 01 TRL-ADD-CT PIC 9(05).
000089 01 TRL-CHANGE-CT PIC 9(05).
000090 01 TRL-TERM-CT PIC 9(05).
000091 01 TRL-DETAIL-CT PIC 9(05).
000092 01 ADD-CT PIC 9(05) VALUE 0.
000093 01 CHANGE-CT PIC 9(05) VALUE 0.
000094 01 TERM-CT PIC 9(05) VALUE 0.
000095 01 DETAIL-CT PIC 9(05) VALUE 0.
000096 01 ADDED-CT PIC 9(05) VALUE 0.
000097 01 CHANGED-CT PIC 9(05) VALUE 0.
000098 01 TERMED-CT PIC 9(05) VALUE 0.
000099 01 REJECT-CT PIC 9(05) VALUE 0.
000100 01 REJECT-REASON PIC X(30).
000101 01 BEFORE-IMAGE PIC X(36).
000102 01 NEW-BRANCH PIC X(02).
000103 01 NEW-TIER PIC X(01).
000104 01 TODAY-DATE PIC 9(06).
000105 01 STAMP-DATE PIC 9(06).
000106 01 STAMP-TIME PIC 9(08).
000107 01 TIER-CODE-TABLE.
000108 02 TIER-CODE OCCURS 9 TIMES PIC X(01).
000109 01 TIER-USED PIC 9(01) VALUE 0.
000110 01 TIER-IX PIC 9(02).
000111 01 TIER-OK-SW PIC X(01) VALUE "N".
000112 88 TIER-OK VALUE "Y".
000113 01 CFG-EOF-SW PIC X(01) VALUE "N".
000114 88 CFG-EOF VALUE "Y".
000115 01 BRANCH-TABLE.
000116 02 BRANCH-ENTRY OCCURS 50 TIMES.
000117 03 BT-BRANCH PIC X(02).
000118 03 BT-ACTIVE PIC X(01).
000119 01 BRANCH-USED PIC 9(02) VALUE 0.
000120 01 BRANCH-IX PIC 9(02).
000121 01 BRANCH-OK-SW PIC X(01) VALUE "N".
000122 88 BRANCH-OK VALUE "Y".
000123 01 BM-EOF-SW PIC X(01) VALUE "N".
000124 88 BM-EOF VALUE "Y".
000125 COPY "errlink.cpy".
000126 PROCEDURE DIVISION.
000127
000128 MAIN.
000129 DISPLAY "= NIGHTLY HR ROSTER INTERFACE =".
000130 MOVE "HRLOAD" TO ERR-PROGRAM.
000131 ACCEPT TODAY-DATE FROM DATE.
000132 PERFORM VERIFYPASS.
000133 PERFORM LOADTIERS.
000134 PERFORM LOADBRANCHES.
000135 PERFORM OPENOUTPUTS.
000136 PERFORM APPLYPASS.
000137 PERFORM WRITETOTALS.
000138 CLOSE EMPLOYEE-MASTER-FILE.
000139 CLOSE EMP-JOURNAL-FILE.
000140 CLOSE REPORT-FILE.
000141 STOP RUN.
000142*PASS 1: READ THE WHOLE ROSTER AND PROVE ITS SHAPE AND COUNTS
000143*BEFORE TOUCHING THE MASTER. A ROSTER THAT DOES NOT PROVE IS A
000144*PARTIAL OR GARBLED TRANSFER FROM PAYROLL, AND APPLYING HALF OF
000145*ONE IS WORSE THAN APPLYING NONE - THE STREAM STOPS HERE.
000146 VERIFYPASS.
000147 OPEN INPUT ROSTER-FILE.
000148 IF HR-STATUS NOT = "00"
000149 DISPLAY "UNABLE TO OPEN HRROSTER. STATUS ", HR-STATUS, "."
000150 MOVE "HRROSTER" TO ERR-FILE
000151 MOVE HR-STATUS TO ERR-FILE-STATUS
000152 MOVE "E" TO ERR-SEVERITY
000153 MOVE "ROSTER NOT APPLIED" TO ERR-ACTION
000154 PERFORM CALLERRLOG
000155 MOVE 16 TO RETURN-CODE
000156 STOP RUN
000157 END-IF.
000158 PERFORM UNTIL ROSTER-EOF OR BAD-ROSTER
000159 READ ROSTER-FILE
000160 AT END
000161 SET ROSTER-EOF TO TRUE
000162 NOT AT END
000163 PERFORM VERIFYRECORD
000164 END-READ
000165 END-PERFORM.
000166 CLOSE ROSTER-FILE.
000167 IF (NOT BAD-ROSTER) AND (NOT TRL-SEEN)
000168 DISPLAY "HRROSTER HAS NO TRAILER - A PARTIAL TRANSFER."
000169 SET BAD-ROSTER TO TRUE
000170 END-IF.
000171 IF (NOT BAD-ROSTER)
000172     AND ((ADD-CT NOT = TRL-ADD-CT)
000173     OR (CHANGE-CT NOT = TRL-CHANGE-CT)
000174     OR (TERM-CT NOT = TRL-TERM-CT)
000175     OR (DETAIL-CT NOT = TRL-DETAIL-CT))
000176 DISPLAY "TRAILER DOES NOT PROVE: COUNTED ", ADD-CT, "/",
000177     CHANGE-CT, "/", TERM-CT, " OF ", DETAIL-CT,
000178     ", TRAILER SAYS ", TRL-ADD-CT, "/", TRL-CHANGE-CT, "/",
000179     TRL-TERM-CT, " OF ", TRL-DETAIL-CT, "."
000180 SET BAD-ROSTER TO TRUE
000181 END-IF.
000182 IF BAD-ROSTER
000183 DISPLAY "ROSTER REJECTED. NOTHING APPLIED."
000184 MOVE "HRROSTER" TO ERR-FILE
000185 MOVE "00" TO ERR-FILE-STATUS
000186 MOVE "E" TO ERR-SEVERITY
000187 MOVE "ROSTER FAILED PROOF, NOT USED" TO ERR-ACTION
000188 PERFORM CALLERRLOG
000189 MOVE 16 TO RETURN-CODE
000190 STOP RUN
000191 END-IF.
000192 DISPLAY "ROSTER PROVED: ", ADD-CT, " ADDS, ", CHANGE-CT,
000193     " CHANGES, ", TERM-CT, " TERMINATIONS, ", DETAIL-CT,
000194     " DETAIL RECORDS.".
000195 GO-BACK.
000196*SORT ONE ROSTER RECORD INTO THE VERIFY STATE. ANYTHING AFTER
000197*THE TRAILER, OR OF AN UNKNOWN TYPE, MARKS THE WHOLE FILE BAD.
000198*AN UNKNOWN ACTION CODE ON A DETAIL IS COUNTED AS DETAIL ONLY -
000199*THE TRANSACTION ITSELF IS REJECTED ON PASS 2.
000200 VERIFYRECORD.
000201 IF TRL-SEEN
000202 DISPLAY "RECORDS FOLLOW THE TRAILER."
000203 SET BAD-ROSTER TO TRUE
000204 ELSE
000205 IF HR-TYPE = "D"
000206 ADD 1 TO DETAIL-CT
000207 IF HRD-ACTION = "A"
000208 ADD 1 TO ADD-CT
000209 END-IF
000210 IF HRD-ACTION = "C"
000211 ADD 1 TO CHANGE-CT
000212 END-IF
000213 IF HRD-ACTION = "T"
000214 ADD 1 TO TERM-CT
000215 END-IF
000216 ELSE
000217 IF HR-TYPE = "T"
000218 SET TRL-SEEN TO TRUE
000219 MOVE HRT-ADD-CT TO TRL-ADD-CT
000220 MOVE HRT-CHANGE-CT TO TRL-CHANGE-CT
000221 MOVE HRT-TERM-CT TO TRL-TERM-CT
000222 MOVE HRT-DETAIL-CT TO TRL-DETAIL-CT
000223 ELSE
000224 DISPLAY "UNKNOWN RECORD TYPE ", HR-TYPE, "."
000225 SET BAD-ROSTER TO TRUE
000226 END-IF
000227 END-IF
000228 END-IF.
000229 GO-BACK.
000230*LOAD THE TIER CODES OFF THE DIFFCFG LADDER FOR VALIDATION. IF
000231*THE LADDER CANNOT BE READ, TIER CODES GO IN UNCHECKED, AS IN
000232*EMPMAINT - BUT THE EXCEPTION LOG SAYS SO, SINCE NOBODY IS AT
000233*A CONSOLE OVERNIGHT TO SEE IT.
000234 LOADTIERS.
000235 OPEN INPUT DIFF-CONFIG-FILE.
000236 IF CFG-STATUS = "00"
000237 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
000238 READ DIFF-CONFIG-FILE
000239 AT END
000240 SET CFG-EOF TO TRUE
000241 NOT AT END
000242 ADD 1 TO TIER-USED
000243 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
000244 END-READ
000245 END-PERFORM
000246 CLOSE DIFF-CONFIG-FILE
000247 ELSE
000248 MOVE "DIFFCFG" TO ERR-FILE
000249 MOVE CFG-STATUS TO ERR-FILE-STATUS
000250 MOVE "W" TO ERR-SEVERITY
000251 MOVE "TIER CODES NOT CHECKED" TO ERR-ACTION
000252 PERFORM CALLERRLOG
000253 END-IF.
000254 GO-BACK.
000255*LOAD THE BRANCH CODES OFF THE BRANCH MASTER FOR VALIDATION.
000256*IF IT CANNOT BE READ, BRANCHES GO IN UNCHECKED, AS IN
000257*EMPMAINT, AND THE EXCEPTION LOG SAYS SO.
000258 LOADBRANCHES.
000259 OPEN INPUT BRANCH-MASTER-FILE.
000260 IF BM-STATUS = "00"
000261 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
000262 READ BRANCH-MASTER-FILE
000263 AT END
000264 SET BM-EOF TO TRUE
000265 NOT AT END
000266 ADD 1 TO BRANCH-USED
000267 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
000268 MOVE BM-ACTIVE TO BT-ACTIVE(BRANCH-USED)
000269 END-READ
000270 END-PERFORM
000271 CLOSE BRANCH-MASTER-FILE
000272 ELSE
000273 MOVE "BRNCHMST" TO ERR-FILE
000274 MOVE BM-STATUS TO ERR-FILE-STATUS
000275 MOVE "W" TO ERR-SEVERITY
000276 MOVE "BRANCHES NOT CHECKED" TO ERR-ACTION
000277 PERFORM CALLERRLOG
000278 END-IF.
000279 GO-BACK.
000280*CHECK ONE BRANCH AGAINST THE MASTER: ON FILE AND ACTIVE.
000281*EVERYTHING PASSES WHEN THE MASTER COULD NOT BE LOADED.
000282 CHECKBRANCH.
000283 IF BRANCH-USED = 0
000284 SET BRANCH-OK TO TRUE
000285 ELSE
000286 MOVE "N" TO BRANCH-OK-SW
000287 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000288     UNTIL BRANCH-IX > BRANCH-USED
000289 IF (BT-BRANCH(BRANCH-IX) = NEW-BRANCH)
000290     AND (BT-ACTIVE(BRANCH-IX) = "Y")
000291 SET BRANCH-OK TO TRUE
000292 END-IF
000293 END-PERFORM
000294 END-IF.
000295 GO-BACK.
000296*CHECK ONE TIER AGAINST THE LADDER. BLANK (THE INSTALL
000297*DEFAULT) ALWAYS PASSES, AND SO DOES ANYTHING WHEN THE LADDER
000298*COULD NOT BE LOADED.
000299 CHECKTIER.
000300 IF (NEW-TIER = SPACE) OR (TIER-USED = 0)
000301 SET TIER-OK TO TRUE
000302 ELSE
000303 MOVE "N" TO TIER-OK-SW
000304 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > TIER-USED
000305 IF TIER-CODE(TIER-IX) = NEW-TIER
000306 SET TIER-OK TO TRUE
000307 END-IF
000308 END-PERFORM
000309 END-IF.
000310 GO-BACK.
000311*OPEN THE MASTER FOR UPDATE (CREATING IT EMPTY ON A BRAND NEW
000312*INSTALL, AS EMPMAINT DOES), THE JOURNAL FOR APPEND AND THE
000313*REJECT REPORT. A CHANGE THAT CANNOT BE JOURNALLED IS NOT
000314*MADE, SO ANY OF THESE FAILING STOPS THE RUN BEFORE PASS 2.
000315 OPENOUTPUTS.
000316 OPEN I-O EMPLOYEE-MASTER-FILE.
000317 IF EM-STATUS = "35"
000318 OPEN OUTPUT EMPLOYEE-MASTER-FILE
000319 CLOSE EMPLOYEE-MASTER-FILE
000320 OPEN I-O EMPLOYEE-MASTER-FILE
000321 END-IF.
000322 IF EM-STATUS NOT = "00"
000323 DISPLAY "UNABLE TO OPEN EMPMAST. STATUS ", EM-STATUS,
000324     ". NOTHING APPLIED."
000325 MOVE "EMPMAST" TO ERR-FILE
000326 MOVE EM-STATUS TO ERR-FILE-STATUS
000327 MOVE "E" TO ERR-SEVERITY
000328 MOVE "ROSTER NOT APPLIED" TO ERR-ACTION
000329 PERFORM CALLERRLOG
000330 MOVE 16 TO RETURN-CODE
000331 STOP RUN
000332 END-IF.
000333 OPEN EXTEND EMP-JOURNAL-FILE.
000334 IF EJ-STATUS = "35"
000335 OPEN OUTPUT EMP-JOURNAL-FILE
000336 END-IF.
000337 IF EJ-STATUS NOT = "00"
000338 DISPLAY "UNABLE TO OPEN EMPJRNL. STATUS ", EJ-STATUS,
000339     ". NOTHING APPLIED."
000340 MOVE "EMPJRNL" TO ERR-FILE
000341 MOVE EJ-STATUS TO ERR-FILE-STATUS
000342 MOVE "E" TO ERR-SEVERITY
000343 MOVE "ROSTER NOT APPLIED" TO ERR-ACTION
000344 PERFORM CALLERRLOG
000345 CLOSE EMPLOYEE-MASTER-FILE
000346 MOVE 16 TO RETURN-CODE
000347 STOP RUN
000348 END-IF.
000349 OPEN OUTPUT REPORT-FILE.
000350 IF RPT-STATUS NOT = "00"
000351 DISPLAY "UNABLE TO OPEN HRREJOUT. STATUS ", RPT-STATUS,
000352     ". NOTHING APPLIED."
000353 MOVE "HRREJOUT" TO ERR-FILE
000354 MOVE RPT-STATUS TO ERR-FILE-STATUS
000355 MOVE "E" TO ERR-SEVERITY
000356 MOVE "ROSTER NOT APPLIED" TO ERR-ACTION
000357 PERFORM CALLERRLOG
000358 CLOSE EMPLOYEE-MASTER-FILE
000359 CLOSE EMP-JOURNAL-FILE
000360 MOVE 16 TO RETURN-CODE
000361 STOP RUN
000362 END-IF.
000363 PERFORM WRITEHEADER.
000364 GO-BACK.
000365*WRITE THE REJECT REPORT'S COLUMN HEADINGS.
000366 WRITEHEADER.
000367 MOVE "= HR ROSTER REJECTS (HRROSTER) =" TO REPORT-LINE.
000368 WRITE REPORT-LINE.
000369 MOVE SPACES TO REPORT-LINE.
000370 WRITE REPORT-LINE.
000371 MOVE SPACES TO REPORT-LINE.
000372 MOVE "A" TO RL-ACTION.
000373 MOVE "EMP ID" TO RL-EMPLOYEE.
000374 MOVE "NAME" TO RL-NAME.
000375 MOVE "BR" TO RL-BRANCH.
000376 MOVE "T" TO RL-TIER.
000377 MOVE "REASON" TO RL-REASON.
000378 WRITE REPORT-LINE.
000379 GO-BACK.
000380*PASS 2: THE ROSTER PROVED OUT, SO APPLY IT ONE TRANSACTION AT
000381*A TIME, IN THE ORDER PAYROLL SENT IT.
000382 APPLYPASS.
000383 MOVE "N" TO ROSTER-EOF-SW.
000384 OPEN INPUT ROSTER-FILE.
000385*THE FILE JUST PROVED OUT ON PASS 1, BUT A RE-OPEN CAN STILL
000386*FAIL - AND AN UNCHECKED ONE WOULD LEAVE THE READ LOOP
000387*SPINNING WITH AT END NEVER FIRING.
000388 IF HR-STATUS NOT = "00"
000389 DISPLAY "UNABLE TO REOPEN HRROSTER. STATUS ", HR-STATUS,
000390     ". NOTHING APPLIED."
000391 CLOSE EMPLOYEE-MASTER-FILE
000392 CLOSE EMP-JOURNAL-FILE
000393 CLOSE REPORT-FILE
000394 MOVE 16 TO RETURN-CODE
000395 STOP RUN
000396 END-IF.
000397 PERFORM UNTIL ROSTER-EOF
000398 READ ROSTER-FILE
000399 AT END
000400 SET ROSTER-EOF TO TRUE
000401 NOT AT END
000402 IF HR-TYPE = "D"
000403 PERFORM APPLYTRANS
000404 END-IF
000405 END-READ
000406 END-PERFORM.
000407 CLOSE ROSTER-FILE.
000408 GO-BACK.
000409*DISPATCH ONE TRANSACTION BY ACTION CODE. WHATEVER LEAVES A
000410*REASON BEHIND WAS NOT APPLIED AND GOES TO THE REJECT REPORT.
000411 APPLYTRANS.
000412 MOVE SPACES TO REJECT-REASON.
000413 IF HRD-ACTION = "A"
000414 PERFORM APPLYADD
000415 ELSE
000416 IF HRD-ACTION = "C"
000417 PERFORM APPLYCHANGE
000418 ELSE
000419 IF HRD-ACTION = "T"
000420 PERFORM APPLYTERM
000421 ELSE
000422 MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
000423 END-IF
000424 END-IF
000425 END-IF.
000426 IF REJECT-REASON NOT = SPACES
000427 PERFORM WRITEREJECT
000428 END-IF.
000429 GO-BACK.
000430*A HIRE. THE SAME CHECKS AS AN EMPMAINT ADD, EXCEPT THAT A TIER
000431*OFF THE LADDER IS REJECTED RATHER THAN QUIETLY DEFAULTED -
000432*THERE IS NOBODY AT A CONSOLE OVERNIGHT TO BE TOLD ABOUT IT.
000433 APPLYADD.
000434 MOVE HRD-BRANCH TO NEW-BRANCH.
000435 MOVE HRD-TIER TO NEW-TIER.
000436 IF HRD-EMPLOYEE-ID = SPACES
000437 MOVE "NO EMPLOYEE ID" TO REJECT-REASON
000438 ELSE
000439 IF (HRD-NAME = SPACES) OR (HRD-BRANCH = SPACES)
000440 MOVE "NAME AND BRANCH ARE REQUIRED" TO REJECT-REASON
000441 ELSE
000442 PERFORM CHECKBRANCH
000443 IF NOT BRANCH-OK
000444 MOVE "BRANCH NOT ON FILE OR INACTIVE" TO REJECT-REASON
000445 ELSE
000446 IF HRD-EMPLOYEE-ID(1:2) NOT = HRD-BRANCH
000447 MOVE "ID DOES NOT START WITH BRANCH" TO REJECT-REASON
000448 ELSE
000449 PERFORM CHECKTIER
000450 IF NOT TIER-OK
000451 MOVE "TIER NOT ON THE LADDER" TO REJECT-REASON
000452 ELSE
000453 PERFORM ADDEMPREC
000454 END-IF
000455 END-IF
000456 END-IF
000457 END-IF
000458 END-IF.
000459 GO-BACK.
000460*WRITE THE VALIDATED HIRE. THE ROSTER'S EFFECTIVE DATE IS THE
000461*ENROLLMENT DATE WHEN PAYROLL SENDS ONE.
000462 ADDEMPREC.
000463 MOVE HRD-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
000464 MOVE HRD-NAME TO EM-NAME.
000465 MOVE HRD-BRANCH TO EM-BRANCH.
000466 MOVE "Y" TO EM-ACTIVE.
000467 IF (HRD-EFF-DATE IS NUMERIC) AND (HRD-EFF-DATE > 0)
000468 MOVE HRD-EFF-DATE TO EM-ENROLL-DATE
000469 ELSE
000470 MOVE TODAY-DATE TO EM-ENROLL-DATE
000471 END-IF.
000472 MOVE HRD-TIER TO EM-TIER.
000473 MOVE SPACES TO BEFORE-IMAGE.
000474 WRITE EMPLOYEE-MASTER-REC
000475 INVALID KEY
000476 MOVE "ALREADY ON FILE" TO REJECT-REASON
000477 NOT INVALID KEY
000478 ADD 1 TO ADDED-CT
000479 PERFORM WRITEJOURNAL
000480 END-WRITE.
000481 GO-BACK.
000482*A NAME OR TIER CHANGE. A BLANK FIELD KEEPS WHAT IS ON FILE
000483*AND * ON THE TIER PUTS THE EMPLOYEE BACK ON THE INSTALL
000484*DEFAULT, AS IN EMPMAINT. PAYROLL SENDS THE CURRENT BRANCH;
000485*IT MUST BE THE ONE ON FILE, SINCE ONLY EMPMAINT T MOVES AN
000486*EMPLOYEE AND WRITES THE EMPBRHST HISTORY WITH IT.
000487 APPLYCHANGE.
000488 MOVE HRD-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
000489 READ EMPLOYEE-MASTER-FILE
000490 INVALID KEY
000491 MOVE "NOT ON FILE" TO REJECT-REASON
000492 NOT INVALID KEY
000493 PERFORM CHANGEEMP
000494 END-READ.
000495 GO-BACK.
000496*VALIDATE EVERY CHANGED FIELD FIRST, THEN APPLY THEM ALL - ONE
000497*BAD FIELD REJECTS THE WHOLE TRANSACTION RATHER THAN LEAVING
000498*THE RECORD HALF-CHANGED.
000499 CHANGEEMP.
000500 MOVE EMPLOYEE-MASTER-REC TO BEFORE-IMAGE.
000501 MOVE HRD-TIER TO NEW-TIER.
000502 IF (HRD-NAME = SPACES) AND (HRD-BRANCH = SPACES)
000503     AND (HRD-TIER = SPACE)
000504 MOVE "NOTHING TO CHANGE" TO REJECT-REASON
000505 END-IF.
000506 IF (REJECT-REASON = SPACES) AND (HRD-BRANCH NOT = SPACES)
000507     AND (HRD-BRANCH NOT = EM-BRANCH)
000508 MOVE "BRANCH MOVE - USE EMPMAINT T" TO REJECT-REASON
000509 END-IF.
000510 IF (REJECT-REASON = SPACES) AND (HRD-TIER NOT = SPACE)
000511     AND (HRD-TIER NOT = "*")
000512 PERFORM CHECKTIER
000513 IF NOT TIER-OK
000514 MOVE "TIER NOT ON THE LADDER" TO REJECT-REASON
000515 END-IF
000516 END-IF.
000517 IF REJECT-REASON = SPACES
000518 IF HRD-NAME NOT = SPACES
000519 MOVE HRD-NAME TO EM-NAME
000520 END-IF
000521 IF HRD-TIER = "*"
000522 MOVE SPACE TO EM-TIER
000523 ELSE
000524 IF HRD-TIER NOT = SPACE
000525 MOVE HRD-TIER TO EM-TIER
000526 END-IF
000527 END-IF
000528 PERFORM REWRITEEMP
000529 IF REJECT-REASON = SPACES
000530 ADD 1 TO CHANGED-CT
000531 END-IF
000532 END-IF.
000533 GO-BACK.
000534*A TERMINATION. THE RECORD STAYS ON FILE SO OLD GAME RESULTS
000535*STILL RESOLVE TO A NAME, BUT THE KIOSK TURNS THE ID AWAY FROM
000536*THE NEXT SIGN-ON.
000537 APPLYTERM.
000538 MOVE HRD-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
000539 READ EMPLOYEE-MASTER-FILE
000540 INVALID KEY
000541 MOVE "NOT ON FILE" TO REJECT-REASON
000542 NOT INVALID KEY
000543 IF EM-ACTIVE NOT = "Y"
000544 MOVE "ALREADY INACTIVE" TO REJECT-REASON
000545 ELSE
000546 MOVE EMPLOYEE-MASTER-REC TO BEFORE-IMAGE
000547 MOVE "N" TO EM-ACTIVE
000548 PERFORM REWRITEEMP
000549 IF REJECT-REASON = SPACES
000550 ADD 1 TO TERMED-CT
000551 END-IF
000552 END-IF
000553 END-READ.
000554 GO-BACK.
000555*REWRITE THE CHANGED MASTER RECORD AND JOURNAL IT. A REWRITE
000556*THE FILE REFUSES IS A REJECT LIKE ANY OTHER.
000557 REWRITEEMP.
000558 REWRITE EMPLOYEE-MASTER-REC
000559 INVALID KEY
000560 MOVE "EMPMAST REWRITE FAILED" TO REJECT-REASON
000561 NOT INVALID KEY
000562 PERFORM WRITEJOURNAL
000563 END-REWRITE.
000564 GO-BACK.
000565*APPEND ONE CHANGE TO THE JOURNAL, WITH THE MASTER RECORD AS IT
000566*WAS AND AS IT NOW IS. THE CHANGE IS ALREADY ON THE MASTER, SO
000567*A JOURNAL WRITE THAT FAILS GOES TO THE EXCEPTION LOG.
000568 WRITEJOURNAL.
000569 ACCEPT STAMP-DATE FROM DATE.
000570 ACCEPT STAMP-TIME FROM TIME.
000571 MOVE STAMP-DATE TO EJ-DATE.
000572 MOVE STAMP-TIME TO EJ-TIME.
000573 MOVE "HRLOAD" TO EJ-PROGRAM.
000574 MOVE HRD-ACTION TO EJ-ACTION.
000575 MOVE EM-EMPLOYEE-ID TO EJ-EMPLOYEE-ID.
000576 MOVE BEFORE-IMAGE TO EJ-BEFORE.
000577 MOVE EMPLOYEE-MASTER-REC TO EJ-AFTER.
000578 WRITE EMP-JOURNAL-REC.
000579 IF EJ-STATUS NOT = "00"
000580 DISPLAY "EMPJRNL WRITE FAILED FOR ", EM-EMPLOYEE-ID,
000581     ". STATUS ", EJ-STATUS, "."
000582 MOVE "EMPJRNL" TO ERR-FILE
000583 MOVE EJ-STATUS TO ERR-FILE-STATUS
000584 MOVE "E" TO ERR-SEVERITY
000585 MOVE "JOURNAL ENTRY LOST" TO ERR-ACTION
000586 PERFORM CALLERRLOG
000587 END-IF.
000588 GO-BACK.
000589*LIST ONE REJECTED TRANSACTION WITH ITS REASON.
000590 WRITEREJECT.
000591 ADD 1 TO REJECT-CT.
000592 MOVE SPACES TO REPORT-LINE.
000593 MOVE HRD-ACTION TO RL-ACTION.
000594 MOVE HRD-EMPLOYEE-ID TO RL-EMPLOYEE.
000595 MOVE HRD-NAME TO RL-NAME.
000596 MOVE HRD-BRANCH TO RL-BRANCH.
000597 MOVE HRD-TIER TO RL-TIER.
000598 MOVE REJECT-REASON TO RL-REASON.
000599 WRITE REPORT-LINE.
000600 GO-BACK.
000601*PRINT THE TOTALS ON THE REJECT REPORT, ECHO THEM TO THE JOB
000602*LOG, AND PUT ANY REJECTS ON THE EXCEPTION LOG FOR HR TO CHASE.
000603*REJECTS ARE BUSINESS, NOT A FAILED RUN: THE RETURN CODE STAYS
000604*ZERO SO NIGHTRUN GOES ON TO TIERPROM.
000605 WRITETOTALS.
000606 MOVE SPACES TO REPORT-LINE.
000607 WRITE REPORT-LINE.
000608 IF REJECT-CT = 0
000609 MOVE "(NO REJECTS)" TO REPORT-LINE
000610 WRITE REPORT-LINE
000611 END-IF.
000612 MOVE SPACES TO REPORT-LINE.
000613 MOVE "ADDED" TO RL-NAME.
000614 MOVE ADDED-CT TO RL-REASON.
000615 WRITE REPORT-LINE.
000616 MOVE SPACES TO REPORT-LINE.
000617 MOVE "CHANGED" TO RL-NAME.
000618 MOVE CHANGED-CT TO RL-REASON.
000619 WRITE REPORT-LINE.
000620 MOVE SPACES TO REPORT-LINE.
000621 MOVE "TERMINATED" TO RL-NAME.
000622 MOVE TERMED-CT TO RL-REASON.
000623 WRITE REPORT-LINE.
000624 MOVE SPACES TO REPORT-LINE.
000625 MOVE "REJECTED" TO RL-NAME.
000626 MOVE REJECT-CT TO RL-REASON.
000627 WRITE REPORT-LINE.
000628 DISPLAY "ADDED:      ", ADDED-CT.
000629 DISPLAY "CHANGED:    ", CHANGED-CT.
000630 DISPLAY "TERMINATED: ", TERMED-CT.
000631 DISPLAY "REJECTED:   ", REJECT-CT.
000632 IF REJECT-CT > 0
000633 MOVE "HRROSTER" TO ERR-FILE
000634 MOVE "00" TO ERR-FILE-STATUS
000635 MOVE "W" TO ERR-SEVERITY
000636 MOVE "REJECTS LISTED ON HRREJOUT" TO ERR-ACTION
000637 PERFORM CALLERRLOG
000638 END-IF.
000639 GO-BACK.
000640*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000641*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000642*CONSOLE.
000643 CALLERRLOG.
000644 CALL "ERRLOG" USING ERR-CALL-AREA
000645 ON EXCEPTION
000646 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000647     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000648 END-CALL.
000649 GO-BACK.
