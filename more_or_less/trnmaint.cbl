000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. TRNMAINT.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - TRAINING ASSIGNMENTS FROM THE CONSOLE. A
000007* TRAINER SETS AN EMPLOYEE SO MANY SESSIONS ON A TIER (OR ANY
000008* TIER) BY A DUE DATE; THE PLAN GOES ON TRNASSGN UNDER THE
000009* TRAINER'S SIGNED-ON ID. L LISTS ONE EMPLOYEE'S PLANS AND C
000010* CANCELS AN OPEN ONE. MOREORLESS REMINDS THE EMPLOYEE AT
000011* SIGN-ON AND COUNTS THE SESSIONS; TRNRPT REPORTS THEM NIGHTLY.
000012 ENVIRONMENT DIVISION.
000013 CONFIGURATION SECTION.
000014 SOURCE-COMPUTER. GNUCOBOL.
000015 OBJECT-COMPUTER. GNUCOBOL.
000016 INPUT-OUTPUT SECTION.
000017 FILE-CONTROL.
000018 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000019 ORGANIZATION INDEXED
000020 ACCESS RANDOM
000021 RECORD KEY IS EM-EMPLOYEE-ID
000022 FILE STATUS IS EM-STATUS.
000023 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000024 ORGANIZATION LINE SEQUENTIAL
000025 FILE STATUS IS CFG-STATUS.
000026 SELECT TRAIN-ASSIGN-FILE ASSIGN "TRNASSGN"
000027 ORGANIZATION LINE SEQUENTIAL
000028 FILE STATUS IS TA-FILE-STATUS.
000029
000030 DATA DIVISION.
000031 FILE SECTION.
000032 FD EMPLOYEE-MASTER-FILE.
000033 COPY "empmast.cpy".
000034 FD DIFF-CONFIG-FILE.
000035 COPY "diffcfg.cpy".
000036 FD TRAIN-ASSIGN-FILE.
000037 COPY "trnassgn.cpy".
000038 WORKING-STORAGE SECTION.
000039 01 EM-STATUS PIC X(02).
000040 01 CFG-STATUS PIC X(02).
000041 01 TA-FILE-STATUS PIC X(02).
000042 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000043 88 CHOICE-ASSIGN VALUE "A".
000044 88 CHOICE-LIST VALUE "L".
000045 88 CHOICE-CANCEL VALUE "C".
000046 88 CHOICE-EXIT VALUE "X".
000047 01 WANTED-ID PIC X(06).
000048 01 NEW-TIER PIC X(01).
000049 01 NEW-SESSIONS PIC 9(03).
000050 01 TODAY-DATE PIC 9(06).
000051 01 TIER-CODE-TABLE.
000052 02 TIER-CODE OCCURS 9 TIMES PIC X(01).
000053 01 TIER-USED PIC 9(01) VALUE 0.
000054 01 TIER-IX PIC 9(02).
000055 01 TIER-OK-SW PIC X(01) VALUE "N".
000056 88 TIER-OK VALUE "Y".
000057 01 CFG-EOF-SW PIC X(01) VALUE "N".
000058 88 CFG-EOF VALUE "Y".
000059 01 EMP-OK-SW PIC X(01) VALUE "N".
000060 88 EMP-OK VALUE "Y".
000061 01 DUE-DATE-IN PIC X(06).
000062 01 DUE-DATE PIC 9(06).
000063 01 DATE-SPLIT.
000064 02 DS-YY PIC 9(02).
000065 02 DS-MM PIC 9(02).
000066 02 DS-DD PIC 9(02).
000067 01 DUE-OK-SW PIC X(01) VALUE "N".
000068 88 DUE-OK VALUE "Y".
000069 01 TA-EOF-SW PIC X(01) VALUE "N".
000070 88 TA-EOF VALUE "Y".
000071 01 ASSIGN-TABLE.
000072 02 ASSIGN-ENTRY OCCURS 500 TIMES.
000073 03 AE-EMPLOYEE-ID PIC X(06).
000074 03 AE-TIER PIC X(01).
000075 03 AE-SESSIONS-REQ PIC 9(03).
000076 03 AE-SESSIONS-DONE PIC 9(03).
000077 03 AE-DUE-DATE PIC 9(06).
000078 03 AE-TRAINER PIC X(06).
000079 03 AE-ASSIGN-DATE PIC 9(06).
000080 03 AE-STATUS PIC X(01).
000081 03 AE-COMPLETE-DATE PIC 9(06).
000082 01 ASSIGN-USED PIC 9(03) VALUE 0.
000083 01 ASSIGN-IX PIC 9(03).
000084 01 ASSIGN-FULL-SW PIC X(01) VALUE "N".
000085 88 ASSIGN-FULL VALUE "Y".
000086 01 LINE-CT PIC 9(03).
000087 01 STATUS-WORD PIC X(11).
000088 01 ANSWER-IN PIC X(20).
000089 01 NUM-WORK PIC 9(04).
000090 01 EDIT-IX PIC 9(02).
000091 01 EDIT-DIGIT PIC 9(01).
000092 01 EDIT-BAD-SW PIC X(01) VALUE "N".
000093 88 EDIT-BAD VALUE "Y".
000094 COPY "oprlink.cpy".
000095 COPY "errlink.cpy".
000096 PROCEDURE DIVISION.
000097
000098 MAIN.
000099 DISPLAY "= TRAINING ASSIGNMENTS =".
000100 MOVE "TRNMAINT" TO ERR-PROGRAM.
000101 PERFORM SIGNON.
000102 IF NOT OPR-VERIFIED
000103 STOP RUN
000104 END-IF.
000105 IF NOT OPR-IS-TRAINER
000106 DISPLAY "TRAINING ASSIGNMENTS ARE FOR THE TRAINER ROLE ONLY."
000107 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000108 MOVE OPR-OPERATOR-ID TO ERR-ACTION(20:6)
000109 PERFORM LOGREFUSAL
000110 STOP RUN
000111 END-IF.
000112 PERFORM LOADTIERS.
000113 OPEN INPUT EMPLOYEE-MASTER-FILE.
000114 IF EM-STATUS NOT = "00"
000115 DISPLAY "UNABLE TO OPEN EMPMAST. STATUS ", EM-STATUS, "."
000116 STOP RUN
000117 END-IF.
000118 PERFORM UNTIL CHOICE-EXIT
000119 PERFORM MENUSTEP
000120 END-PERFORM.
000121 CLOSE EMPLOYEE-MASTER-FILE.
000122 DISPLAY "TRAINING ASSIGNMENTS ENDED.".
000123 STOP RUN.
000124*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON.
000125 SIGNON.
000126 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000127 CALL "OPRSIGN" USING OPR-CALL-AREA
000128 ON EXCEPTION
000129 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000130 MOVE "N" TO OPR-RESULT
000131 END-CALL.
000132 GO-BACK.
000133*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000134*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000135 LOGREFUSAL.
000136 MOVE "OPRMAST" TO ERR-FILE.
000137 MOVE "00" TO ERR-FILE-STATUS.
000138 MOVE "W" TO ERR-SEVERITY.
000139 PERFORM CALLERRLOG.
000140 GO-BACK.
000141*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000142*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000143*CONSOLE.
000144 CALLERRLOG.
000145 CALL "ERRLOG" USING ERR-CALL-AREA
000146 ON EXCEPTION
000147 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000148     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000149 END-CALL.
000150 GO-BACK.
000151*LOAD THE TIER CODES OFF THE DIFFCFG LADDER FOR VALIDATION. IF
000152*THE LADDER CANNOT BE READ, TIER CODES GO IN UNCHECKED - SAME
000153*FALLBACK EMPMAINT USES.
000154 LOADTIERS.
000155 OPEN INPUT DIFF-CONFIG-FILE.
000156 IF CFG-STATUS = "00"
000157 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
000158 READ DIFF-CONFIG-FILE
000159 AT END
000160 SET CFG-EOF TO TRUE
000161 NOT AT END
000162 ADD 1 TO TIER-USED
000163 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
000164 END-READ
000165 END-PERFORM
000166 CLOSE DIFF-CONFIG-FILE
000167 ELSE
000168 DISPLAY "DIFFCFG NOT FOUND. TIER CODES WILL NOT BE CHECKED."
000169 END-IF.
000170 GO-BACK.
000171*CHECK ONE TIER ANSWER AGAINST THE LADDER. BLANK (ANY TIER)
000172*ALWAYS PASSES, AND SO DOES ANYTHING WHEN THE LADDER COULD NOT
000173*BE LOADED.
000174 CHECKTIER.
000175 IF (NEW-TIER = SPACE) OR (TIER-USED = 0)
000176 SET TIER-OK TO TRUE
000177 ELSE
000178 MOVE "N" TO TIER-OK-SW
000179 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > TIER-USED
000180 IF TIER-CODE(TIER-IX) = NEW-TIER
000181 SET TIER-OK TO TRUE
000182 END-IF
000183 END-PERFORM
000184 END-IF.
000185 GO-BACK.
000186*SHOW THE MENU AND DISPATCH ONE CHOICE.
000187 MENUSTEP.
000188 DISPLAY "A=ASSIGN  L=LIST  C=CANCEL  X=EXIT".
000189 ACCEPT MENU-CHOICE FROM CONSOLE.
000190 IF CHOICE-ASSIGN
000191 PERFORM ASSIGNEMP
000192 ELSE
000193 IF CHOICE-LIST
000194 PERFORM LISTEMP
000195 ELSE
000196 IF CHOICE-CANCEL
000197 PERFORM CANCELEMP
000198 ELSE
000199 IF NOT CHOICE-EXIT
000200 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000201 END-IF
000202 END-IF
000203 END-IF
000204 END-IF.
000205 GO-BACK.
000206*TAKE AN EMPLOYEE ID AND PROVE IT IS ON THE MASTER AND ACTIVE.
000207*NOBODY IS SET WORK THE KIOSK WOULD TURN AWAY.
000208 TAKEEMPLOYEE.
000209 MOVE "N" TO EMP-OK-SW.
000210 DISPLAY "EMPLOYEE ID?".
000211 ACCEPT WANTED-ID FROM CONSOLE.
000212 MOVE WANTED-ID TO EM-EMPLOYEE-ID.
000213 READ EMPLOYEE-MASTER-FILE
000214 INVALID KEY
000215 DISPLAY "NOT ON FILE."
000216 NOT INVALID KEY
000217 IF EM-ACTIVE NOT = "Y"
000218 DISPLAY WANTED-ID, " IS NOT ACTIVE."
000219 ELSE
000220 DISPLAY "ON FILE: ", EM-NAME, " BRANCH ", EM-BRANCH,
000221     " TIER ", EM-TIER
000222 SET EMP-OK TO TRUE
000223 END-IF
000224 END-READ.
000225 GO-BACK.
000226*SET ONE EMPLOYEE A NEW PLAN: TIER, SESSION COUNT AND DUE DATE.
000227 ASSIGNEMP.
000228 PERFORM TAKEEMPLOYEE.
000229 IF EMP-OK
000230 DISPLAY "TIER TO TRAIN ON (BLANK FOR ANY TIER)?"
000231 ACCEPT NEW-TIER FROM CONSOLE
000232 PERFORM CHECKTIER
000233 IF NOT TIER-OK
000234 DISPLAY "TIER NOT ON THE LADDER. NOTHING ASSIGNED."
000235 ELSE
000236 DISPLAY "SESSIONS REQUIRED (1-999)?"
000237 ACCEPT ANSWER-IN FROM CONSOLE
000238 PERFORM EDITNUMBER
000239 IF (NUM-WORK = 0) OR (NUM-WORK > 999)
000240 DISPLAY "SESSIONS MUST BE 1 TO 999. NOTHING ASSIGNED."
000241 ELSE
000242 MOVE NUM-WORK TO NEW-SESSIONS
000243 PERFORM TAKEDUEDATE
000244 IF DUE-OK
000245 PERFORM WRITEASSIGN
000246 END-IF
000247 END-IF
000248 END-IF
000249 END-IF.
000250 GO-BACK.
000251*TAKE THE DUE DATE AS YYMMDD, LIKE EVERY OTHER DATE ON THE
000252*SYSTEM. A DATE ALREADY GONE BY WOULD BE OVERDUE THE MOMENT IT
000253*WAS SET, SO IT IS REFUSED.
000254 TAKEDUEDATE.
000255 MOVE "N" TO DUE-OK-SW.
000256 ACCEPT TODAY-DATE FROM DATE.
000257 DISPLAY "DUE DATE YYMMDD?".
000258 ACCEPT DUE-DATE-IN FROM CONSOLE.
000259 IF DUE-DATE-IN IS NUMERIC
000260 MOVE DUE-DATE-IN TO DATE-SPLIT
000261 IF (DS-MM > 0) AND (DS-MM < 13) AND (DS-DD > 0)
000262     AND (DS-DD < 32)
000263 MOVE DUE-DATE-IN TO DUE-DATE
000264 SET DUE-OK TO TRUE
000265 END-IF
000266 END-IF.
000267 IF NOT DUE-OK
000268 DISPLAY "NOT A DATE. NOTHING ASSIGNED."
000269 ELSE
000270 IF DUE-DATE < TODAY-DATE
000271 DISPLAY "DUE DATE IS ALREADY PAST. NOTHING ASSIGNED."
000272 MOVE "N" TO DUE-OK-SW
000273 END-IF
000274 END-IF.
000275 GO-BACK.
000276*APPEND THE NEW PLAN TO TRNASSGN, OPEN AND WITH NOTHING DONE.
000277 WRITEASSIGN.
000278 OPEN EXTEND TRAIN-ASSIGN-FILE.
000279 IF TA-FILE-STATUS = "35"
000280 OPEN OUTPUT TRAIN-ASSIGN-FILE
000281 END-IF.
000282 IF TA-FILE-STATUS NOT = "00"
000283 DISPLAY "UNABLE TO OPEN TRNASSGN. STATUS ", TA-FILE-STATUS,
000284     ". NOTHING ASSIGNED."
000285 MOVE "TRNASSGN" TO ERR-FILE
000286 MOVE TA-FILE-STATUS TO ERR-FILE-STATUS
000287 MOVE "E" TO ERR-SEVERITY
000288 MOVE "ASSIGNMENT NOT MADE" TO ERR-ACTION
000289 PERFORM CALLERRLOG
000290 ELSE
000291 MOVE WANTED-ID TO TA-EMPLOYEE-ID
000292 MOVE NEW-TIER TO TA-TIER
000293 MOVE NEW-SESSIONS TO TA-SESSIONS-REQ
000294 MOVE 0 TO TA-SESSIONS-DONE
000295 MOVE DUE-DATE TO TA-DUE-DATE
000296 MOVE OPR-OPERATOR-ID TO TA-TRAINER
000297 MOVE TODAY-DATE TO TA-ASSIGN-DATE
000298 MOVE "O" TO TA-STATUS
000299 MOVE 0 TO TA-COMPLETE-DATE
000300 WRITE TRAINING-ASSIGN-REC
000301 CLOSE TRAIN-ASSIGN-FILE
000302 DISPLAY "ASSIGNED ", WANTED-ID, " ", NEW-SESSIONS,
000303     " SESSIONS DUE ", DUE-DATE, "."
000304 END-IF.
000305 GO-BACK.
000306*LIST EVERY PLAN ON FILE FOR ONE EMPLOYEE, CANCELLED ONES TOO.
000307 LISTEMP.
000308 DISPLAY "EMPLOYEE ID?".
000309 ACCEPT WANTED-ID FROM CONSOLE.
000310 PERFORM LOADASSIGNS.
000311 ACCEPT TODAY-DATE FROM DATE.
000312 MOVE 0 TO LINE-CT.
000313 PERFORM VARYING ASSIGN-IX FROM 1 BY 1
000314     UNTIL ASSIGN-IX > ASSIGN-USED
000315 IF AE-EMPLOYEE-ID(ASSIGN-IX) = WANTED-ID
000316 ADD 1 TO LINE-CT
000317 PERFORM SHOWASSIGN
000318 END-IF
000319 END-PERFORM.
000320 IF LINE-CT = 0
000321 DISPLAY "NO ASSIGNMENTS ON FILE FOR ", WANTED-ID, "."
000322 END-IF.
000323 GO-BACK.
000324*ONE PLAN ON THE CONSOLE, NUMBERED BY ITS PLACE ON THE FILE SO
000325*CANCEL CAN BE TOLD WHICH ONE.
000326 SHOWASSIGN.
000327 IF AE-STATUS(ASSIGN-IX) = "C"
000328 MOVE "COMPLETE" TO STATUS-WORD
000329 ELSE
000330 IF AE-STATUS(ASSIGN-IX) = "X"
000331 MOVE "CANCELLED" TO STATUS-WORD
000332 ELSE
000333 IF AE-DUE-DATE(ASSIGN-IX) < TODAY-DATE
000334 MOVE "OVERDUE" TO STATUS-WORD
000335 ELSE
000336 MOVE "IN PROGRESS" TO STATUS-WORD
000337 END-IF
000338 END-IF
000339 END-IF.
000340 DISPLAY ASSIGN-IX, ": TIER ", AE-TIER(ASSIGN-IX), " ",
000341     AE-SESSIONS-DONE(ASSIGN-IX), " OF ",
000342     AE-SESSIONS-REQ(ASSIGN-IX), " DUE ", AE-DUE-DATE(ASSIGN-IX),
000343     " BY ", AE-TRAINER(ASSIGN-IX), " ", STATUS-WORD.
000344 GO-BACK.
000345*CANCEL ONE OPEN PLAN. THE RECORD STAYS ON FILE MARKED X SO THE
000346*LISTING STILL SHOWS IT WAS SET; THE KIOSK STOPS COUNTING IT.
000347 CANCELEMP.
000348 PERFORM LISTEMP.
000349 IF LINE-CT > 0
000350 IF ASSIGN-FULL
000351 DISPLAY "TRNASSGN IS LARGER THAN THE TABLE. NOTHING CAN BE"
000352     " CANCELLED UNTIL TRNPURGE CLEARS IT DOWN."
000353 ELSE
000354 DISPLAY "NUMBER TO CANCEL (BLANK FOR NONE)?"
000355 ACCEPT ANSWER-IN FROM CONSOLE
000356 PERFORM EDITNUMBER
000357 IF (NUM-WORK = 0) OR (NUM-WORK > ASSIGN-USED)
000358 DISPLAY "NOTHING CANCELLED."
000359 ELSE
000360 MOVE NUM-WORK TO ASSIGN-IX
000361 IF (AE-EMPLOYEE-ID(ASSIGN-IX) NOT = WANTED-ID)
000362     OR (AE-STATUS(ASSIGN-IX) NOT = "O")
000363 DISPLAY "THAT IS NOT AN OPEN ASSIGNMENT FOR ", WANTED-ID,
000364     ". NOTHING CANCELLED."
000365 ELSE
000366 MOVE "X" TO AE-STATUS(ASSIGN-IX)
000367 PERFORM WRITEASSIGNS
000368 END-IF
000369 END-IF
000370 END-IF
000371 END-IF.
000372 GO-BACK.
000373*READ TRNASSGN INTO THE TABLE. A FILE LONGER THAN THE TABLE IS
000374*FLAGGED SO IT IS NEVER WRITTEN BACK SHORT.
000375 LOADASSIGNS.
000376 MOVE 0 TO ASSIGN-USED.
000377 MOVE "N" TO TA-EOF-SW.
000378 MOVE "N" TO ASSIGN-FULL-SW.
000379 OPEN INPUT TRAIN-ASSIGN-FILE.
000380 IF TA-FILE-STATUS = "00"
000381 PERFORM UNTIL TA-EOF
000382 READ TRAIN-ASSIGN-FILE
000383 AT END
000384 SET TA-EOF TO TRUE
000385 NOT AT END
000386 IF ASSIGN-USED = 500
000387 SET ASSIGN-FULL TO TRUE
000388 SET TA-EOF TO TRUE
000389 ELSE
000390 ADD 1 TO ASSIGN-USED
000391 MOVE TRAINING-ASSIGN-REC TO ASSIGN-ENTRY(ASSIGN-USED)
000392 END-IF
000393 END-READ
000394 END-PERFORM
000395 CLOSE TRAIN-ASSIGN-FILE
000396 END-IF.
000397 GO-BACK.
000398*PUT TRNASSGN BACK FROM THE TABLE.
000399 WRITEASSIGNS.
000400 OPEN OUTPUT TRAIN-ASSIGN-FILE.
000401 IF TA-FILE-STATUS = "00"
000402 PERFORM VARYING ASSIGN-IX FROM 1 BY 1
000403     UNTIL ASSIGN-IX > ASSIGN-USED
000404 MOVE ASSIGN-ENTRY(ASSIGN-IX) TO TRAINING-ASSIGN-REC
000405 WRITE TRAINING-ASSIGN-REC
000406 END-PERFORM
000407 CLOSE TRAIN-ASSIGN-FILE
000408 DISPLAY "CANCELLED."
000409 ELSE
000410 DISPLAY "UNABLE TO WRITE TRNASSGN. STATUS ", TA-FILE-STATUS,
000411     "."
000412 MOVE "TRNASSGN" TO ERR-FILE
000413 MOVE TA-FILE-STATUS TO ERR-FILE-STATUS
000414 MOVE "E" TO ERR-SEVERITY
000415 MOVE "CANCEL NOT WRITTEN" TO ERR-ACTION
000416 PERFORM CALLERRLOG
000417 END-IF.
000418 GO-BACK.
000419*TURN A CONSOLE ANSWER INTO A NUMBER BY WALKING ITS DIGITS UP
000420*TO THE FIRST BLANK, SO "1" MEANS ONE AND NOT ONE THOUSAND.
000421*ANYTHING NON-NUMERIC COMES BACK AS ZERO.
000422 EDITNUMBER.
000423 MOVE 0 TO NUM-WORK.
000424 MOVE "N" TO EDIT-BAD-SW.
000425 PERFORM VARYING EDIT-IX FROM 1 BY 1
000426     UNTIL (EDIT-IX > 4) OR EDIT-BAD
000427     OR (ANSWER-IN(EDIT-IX:1) = SPACE)
000428 IF ANSWER-IN(EDIT-IX:1) IS NUMERIC
000429 MOVE ANSWER-IN(EDIT-IX:1) TO EDIT-DIGIT
000430 COMPUTE NUM-WORK = (NUM-WORK * 10) + EDIT-DIGIT
000431 ELSE
000432 SET EDIT-BAD TO TRUE
000433 END-IF
000434 END-PERFORM.
000435 IF (EDIT-IX > 4) AND (ANSWER-IN(5:1) NOT = SPACE)
000436 SET EDIT-BAD TO TRUE
000437 END-IF.
000438 IF EDIT-BAD
000439 MOVE 0 TO NUM-WORK
000440 END-IF.
000441 GO-BACK.
