000023* OPENGLTEST ROTATES THROUGH THE LOBBY DISPLAY, WITH THE SAME
000024* BEFORE/AFTER AUDIT. THE CFGAUDIT IMAGES WIDENED TO X(53)
000025* FOR THE ANNOUNCEMENT RECORD.
000026*10/15/26 MIBI88 - THE OPERATOR NOW SIGNS ON THROUGH OPRSIGN
000027* AGAINST THE OPRMAST OPERATOR MASTER INSTEAD OF TYPING ANY ID
000028* AT ALL, AND CA-OPERATOR CARRIES THE VERIFIED ID. THE MENU
000029* OFFERS ONLY WHAT THE ROLE ALLOWS - ADMIN FOR THE TIER LADDER,
000030* THE BRANCH MASTER AND THE NEW O CHOICE THAT MAINTAINS OPRMAST
000031* ITSELF; OPERATIONS FOR THE WINDOW AND ANNOUNCEMENTS - AND A
000032* REFUSED CHOICE GOES TO THE EXCEPTION LOG THROUGH ERRLOG.
000033*10/15/26 MIBI88 - THE BRANCH MASTER NOW CARRIES A LANGUAGE
000034* CODE, AND THE NEW M CHOICE (OPERATIONS) MAINTAINS THE MSGCAT
000035* KIOSK MESSAGE CATALOG - ONE TEXT PER MESSAGE NUMBER AND
000036* LANGUAGE - WITH THE SAME BEFORE/AFTER AUDIT, SO THE FRENCH
000037* AND SPANISH BRANCHES' KIOSKS CAN SPEAK THEIR LANGUAGE.
000038 ENVIRONMENT DIVISION.
000039 CONFIGURATION SECTION.
000040 SOURCE-COMPUTER. GNUCOBOL.
000041 OBJECT-COMPUTER. GNUCOBOL.
000042 INPUT-OUTPUT SECTION.
000043 FILE-CONTROL.
000044 SELECT DIFF-CONFIG-FILE ASSIGN "DIFFCFG"
000045 ORGANIZATION LINE SEQUENTIAL
000046 FILE STATUS IS CFG-STATUS.
000047 SELECT WIN-CONFIG-FILE ASSIGN "WINCFG"
000048 ORGANIZATION LINE SEQUENTIAL
000049 FILE STATUS IS WC-STATUS.
000050 SELECT CONFIG-AUDIT-FILE ASSIGN "CFGAUDIT"
000051 ORGANIZATION LINE SEQUENTIAL
000052 FILE STATUS IS CA-STATUS.
000053 SELECT BRANCH-MASTER-FILE ASSIGN "BRNCHMST"
000054 ORGANIZATION LINE SEQUENTIAL
000055 FILE STATUS IS BM-STATUS.
000056 SELECT ANNOUNCE-FILE ASSIGN "ANNFILE"
000057 ORGANIZATION LINE SEQUENTIAL
000058 FILE STATUS IS AN-STATUS.
000059 SELECT OPERATOR-MASTER-FILE ASSIGN "OPRMAST"
000060 ORGANIZATION LINE SEQUENTIAL
000061 FILE STATUS IS OP-STATUS.
000062 SELECT MSG-CATALOG-FILE ASSIGN "MSGCAT"
000063 ORGANIZATION LINE SEQUENTIAL
000064 FILE STATUS IS MC-STATUS.
000065
000066 DATA DIVISION.
000067 FILE SECTION.
000068 FD DIFF-CONFIG-FILE.
000069 COPY "diffcfg.cpy".
000070 FD WIN-CONFIG-FILE.
000071 COPY "wincfg.cpy".
000072 FD CONFIG-AUDIT-FILE.
000073 COPY "cfgaudit.cpy".
000074 FD BRANCH-MASTER-FILE.
000075 COPY "brnchmst.cpy".
000076 FD ANNOUNCE-FILE.
000077 COPY "annfile.cpy".
000078 FD OPERATOR-MASTER-FILE.
000079 COPY "oprmast.cpy".
000080 FD MSG-CATALOG-FILE.
000081 COPY "msgcat.cpy".
000082 WORKING-STORAGE SECTION.
000083 01 CFG-STATUS PIC X(02).
000084 01 WC-STATUS PIC X(02).
000085 01 CA-STATUS PIC X(02).
000086 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000087 88 CHOICE-DIFF VALUE "D".
000088 88 CHOICE-WIN VALUE "W".
000089 88 CHOICE-BRANCH VALUE "B".
000090 88 CHOICE-ANN VALUE "A".
000091 88 CHOICE-OPER VALUE "O".
000092 88 CHOICE-MSG VALUE "M".
000093 88 CHOICE-EXIT VALUE "X".
000094 01 OPERATOR-ID PIC X(06).
000095 01 BEFORE-IMAGE PIC X(53).
000096 01 ANSWER-IN PIC X(20).
000097 01 NUM-WORK PIC 9(04).
000098 01 EDIT-IX PIC 9(02).
000099 01 EDIT-DIGIT PIC 9(01).
000100 01 EDIT-BAD-SW PIC X(01) VALUE "N".
000101 88 EDIT-BAD VALUE "Y".
000102 01 STAMP-DATE PIC 9(06).
000103 01 STAMP-TIME PIC 9(08).
000104 01 TIER-TABLE.
000105 02 TIER-ENTRY OCCURS 9 TIMES.
000106 03 TIER-CODE PIC X(01).
000107 03 TIER-TRIES PIC 99.
000108 03 TIER-MAXNUM PIC 9(03).
000109 01 TIER-USED PIC 9(01) VALUE 0.
000110 01 TIER-IX PIC 9(02).
000111 01 TIER-SLOT PIC 9(01).
000112 01 TIER-PICK PIC X(01).
000113 01 CFG-EOF-SW PIC X(01) VALUE "N".
000114 88 CFG-EOF VALUE "Y".
000115 01 BM-STATUS PIC X(02).
000116 01 BRANCH-TABLE.
000117 02 BRANCH-ENTRY OCCURS 50 TIMES.
000118 03 BT-BRANCH PIC X(02).
000119 03 BT-NAME PIC X(20).
000120 03 BT-REGION PIC X(02).
000121 03 BT-ACTIVE PIC X(01).
000122 03 BT-LANGUAGE PIC X(02).
000123 01 BRANCH-USED PIC 9(02) VALUE 0.
000124 01 BRANCH-IX PIC 9(02).
000125 01 BRANCH-SLOT PIC 9(02).
000126 01 BRANCH-PICK PIC X(02).
000127 01 BM-EOF-SW PIC X(01) VALUE "N".
000128 88 BM-EOF VALUE "Y".
000129 01 AN-STATUS PIC X(02).
000130 01 ANN-TABLE.
000131 02 ANN-ENTRY OCCURS 20 TIMES.
000132 03 AT-TEXT PIC X(40).
000133 03 AT-START PIC 9(06).
000134 03 AT-END PIC 9(06).
000135 03 AT-PRIORITY PIC 9(01).
000136 01 ANN-USED PIC 9(02) VALUE 0.
000137 01 ANN-IX PIC 9(02).
000138 01 ANN-SLOT PIC 9(02).
000139 01 AN-EOF-SW PIC X(01) VALUE "N".
000140 88 AN-EOF VALUE "Y".
000141 01 DATE-IN PIC X(06).
000142 01 TEXT-IN PIC X(40).
000143 01 ANN-AFTER-IMAGE PIC X(53).
000144 01 CHOICE-OK-SW PIC X(01) VALUE "N".
000145 88 CHOICE-OK VALUE "Y".
000146 01 OP-STATUS PIC X(02).
000147 01 OPER-TABLE.
000148 02 OPER-ENTRY OCCURS 50 TIMES.
000149 03 OT-OPERATOR-ID PIC X(06).
000150 03 OT-PIN PIC X(04).
000151 03 OT-NAME PIC X(20).
000152 03 OT-ACTIVE PIC X(01).
000153 03 OT-TRAINER PIC X(01).
000154 03 OT-HR PIC X(01).
000155 03 OT-OPS PIC X(01).
000156 03 OT-ADMIN PIC X(01).
000157 01 OPER-USED PIC 9(02) VALUE 0.
000158 01 OPER-IX PIC 9(02).
000159 01 OPER-SLOT PIC 9(02).
000160 01 OPER-PICK PIC X(06).
000161 01 OP-EOF-SW PIC X(01) VALUE "N".
000162 88 OP-EOF VALUE "Y".
000163 01 PIN-IN PIC X(04).
000164 01 MC-STATUS PIC X(02).
000165 01 MSG-TABLE.
000166 02 MSG-ENTRY OCCURS 500 TIMES.
000167 03 MT-MSG-NO PIC 9(04).
000168 03 MT-LANGUAGE PIC X(02).
000169 03 MT-TEXT PIC X(47).
000170 01 MSG-USED PIC 9(03) VALUE 0.
000171 01 MSG-IX PIC 9(03).
000172 01 MSG-SLOT PIC 9(03).
000173 01 MSG-PICK-NO PIC 9(04).
000174 01 MSG-PICK-LANG PIC X(02).
000175 01 LANG-PICK PIC X(02).
000176 01 MSG-TEXT-IN PIC X(47).
000177 01 MSG-AFTER-IMAGE PIC X(53).
000178 01 MSG-FULL-SW PIC X(01) VALUE "N".
000179 88 MSG-FULL VALUE "Y".
000180 01 MSG-NEW-SW PIC X(01) VALUE "N".
000181 88 MSG-NEW VALUE "Y".
000182 01 MC-EOF-SW PIC X(01) VALUE "N".
000183 88 MC-EOF VALUE "Y".
000184 COPY "oprlink.cpy".
000185 COPY "errlink.cpy".
000186 PROCEDURE DIVISION.
000187
000188 MAIN.
000189 DISPLAY "= SETUP MAINTENANCE (DIFFCFG/WINCFG/BRNCHMST/ANNFILE"
000190     "/OPRMAST/MSGCAT) =".
000191 MOVE "CFGMAINT" TO ERR-PROGRAM.
000192 PERFORM SIGNON.
000193 IF NOT OPR-VERIFIED
000194 STOP RUN
000195 END-IF.
000196 IF NOT (OPR-IS-ADMIN OR OPR-IS-OPS)
000197 DISPLAY "NOTHING IN SETUP MAINTENANCE IS OPEN TO YOUR ROLE."
000198 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000199 MOVE OPERATOR-ID TO ERR-ACTION(20:6)
000200 PERFORM LOGREFUSAL
000201 STOP RUN
000202 END-IF.
000203 PERFORM UNTIL CHOICE-EXIT
000204 PERFORM MENUSTEP
000205 END-PERFORM.
000206 DISPLAY "SETUP MAINTENANCE ENDED.".
000207 STOP RUN.
000208*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON. ONLY A
000209*VERIFIED ID EVER REACHES CA-OPERATOR.
000210 SIGNON.
000211 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000212 CALL "OPRSIGN" USING OPR-CALL-AREA
000213 ON EXCEPTION
000214 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000215 MOVE "N" TO OPR-RESULT
000216 END-CALL.
000217 IF OPR-VERIFIED
000218 MOVE OPR-OPERATOR-ID TO OPERATOR-ID
000219 END-IF.
000220 GO-BACK.
000221*SHOW THE MENU AND DISPATCH ONE CHOICE. ONLY THE LINES THE
000222*OPERATOR'S ROLES ALLOW ARE SHOWN, AND A CHOICE FROM A LINE
000223*THAT WAS NOT SHOWN IS REFUSED AND LOGGED RATHER THAN RUN.
000224 MENUSTEP.
000225 IF OPR-IS-ADMIN
000226 DISPLAY "D=DIFFICULTY  B=BRANCH  O=OPERATORS"
000227 END-IF.
000228 IF OPR-IS-OPS
000229 DISPLAY "W=WINDOW  A=ANNOUNCE  M=MESSAGES"
000230 END-IF.
000231 DISPLAY "X=EXIT".
000232 ACCEPT MENU-CHOICE FROM CONSOLE.
000233 PERFORM CHECKCHOICE.
000234 IF NOT CHOICE-OK
000235 PERFORM REFUSECHOICE
000236 ELSE
000237 IF CHOICE-DIFF
000238 PERFORM MAINTDIFF
000239 ELSE
000240 IF CHOICE-WIN
000241 PERFORM MAINTWIN
000242 ELSE
000243 IF CHOICE-BRANCH
000244 PERFORM MAINTBRANCH
000245 ELSE
000246 IF CHOICE-ANN
000247 PERFORM MAINTANN
000248 ELSE
000249 IF CHOICE-OPER
000250 PERFORM MAINTOPER
000251 ELSE
000252 IF CHOICE-MSG
000253 PERFORM MAINTMSG
000254 ELSE
000255 IF NOT CHOICE-EXIT
000256 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000257 END-IF
000258 END-IF
000259 END-IF
000260 END-IF
000261 END-IF
000262 END-IF
000263 END-IF
000264 END-IF.
000265 GO-BACK.
000266*SAY WHETHER THE OPERATOR'S ROLES ALLOW THE CHOICE TAKEN. EXIT
000267*AND UNKNOWN LETTERS ALWAYS PASS - THE MENU ITSELF DEALS WITH
000268*THOSE.
000269 CHECKCHOICE.
000270 MOVE "Y" TO CHOICE-OK-SW.
000271 IF (CHOICE-DIFF OR CHOICE-BRANCH OR CHOICE-OPER)
000272     AND NOT OPR-IS-ADMIN
000273 MOVE "N" TO CHOICE-OK-SW
000274 END-IF.
000275 IF (CHOICE-WIN OR CHOICE-ANN OR CHOICE-MSG)
000276     AND NOT OPR-IS-OPS
000277 MOVE "N" TO CHOICE-OK-SW
000278 END-IF.
000279 GO-BACK.
000280*TURN A CHOICE AWAY AND PUT WHO TRIED WHAT ON THE EXCEPTION LOG.
000281 REFUSECHOICE.
000282 DISPLAY "THAT CHOICE IS NOT OPEN TO YOUR ROLE."
000283 MOVE "CHOICE   REFUSED TO" TO ERR-ACTION.
000284 MOVE MENU-CHOICE TO ERR-ACTION(8:1).
000285 MOVE OPERATOR-ID TO ERR-ACTION(21:6).
000286 PERFORM LOGREFUSAL.
000287 GO-BACK.
000288*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000289*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000290 LOGREFUSAL.
000291 MOVE "OPRMAST" TO ERR-FILE.
000292 MOVE "00" TO ERR-FILE-STATUS.
000293 MOVE "W" TO ERR-SEVERITY.
000294 PERFORM CALLERRLOG.
000295 GO-BACK.
000296*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000297*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000298*CONSOLE.
000299 CALLERRLOG.
000300 CALL "ERRLOG" USING ERR-CALL-AREA
000301 ON EXCEPTION
000302 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000303     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000304 END-CALL.
000305 GO-BACK.
000306*MAINTAIN THE OPERATOR MASTER. THE LIST COMES UP FIRST - PINS
000307*ARE NEVER SHOWN - THEN ONE OPERATOR IS PICKED BY ID TO ADD OR
000308*CHANGE; THE WHOLE FILE IS REWRITTEN AND THE ONE CHANGED
000309*RECORD IS AUDITED, SAME AS THE OTHER SETUP FILES.
000310 MAINTOPER.
000311 PERFORM READOPERS.
000312 PERFORM LISTOPERS.
000313 DISPLAY "OPERATOR ID TO ADD OR CHANGE (BLANK FOR NONE)?".
000314 ACCEPT ANSWER-IN FROM CONSOLE.
000315 IF ANSWER-IN = SPACES
000316 DISPLAY "NOTHING CHANGED."
000317 ELSE
000318 MOVE ANSWER-IN(1:6) TO OPER-PICK
000319 PERFORM FINDOPER
000320 IF OPER-SLOT > 0
000321 PERFORM EDITOPER
000322 END-IF
000323 END-IF.
000324 GO-BACK.
000325*SHOW THE OPERATOR LIST AS IT STANDS, ROLE FLAGS IN THE ORDER
000326*TRAINER, HR, OPERATIONS, ADMIN.
000327 LISTOPERS.
000328 IF OPER-USED = 0
000329 DISPLAY "NO OPERATORS ON FILE YET."
000330 END-IF.
000331 PERFORM VARYING OPER-IX FROM 1 BY 1 UNTIL OPER-IX > OPER-USED
000332 DISPLAY OT-OPERATOR-ID(OPER-IX), " ", OT-NAME(OPER-IX),
000333     " ACTIVE ", OT-ACTIVE(OPER-IX), " T/H/O/A ",
000334     OT-TRAINER(OPER-IX), OT-HR(OPER-IX), OT-OPS(OPER-IX),
000335     OT-ADMIN(OPER-IX)
000336 END-PERFORM.
000337 GO-BACK.
000338*FIND THE PICKED OPERATOR, OR TAKE A FRESH SLOT FOR A NEW ONE.
000339*A NEW OPERATOR STARTS ACTIVE WITH NO ROLES AND NO PIN.
000340 FINDOPER.
000341 MOVE 0 TO OPER-SLOT.
000342 PERFORM VARYING OPER-IX FROM 1 BY 1
000343     UNTIL (OPER-IX > OPER-USED) OR (OPER-SLOT > 0)
000344 IF OT-OPERATOR-ID(OPER-IX) = OPER-PICK
000345 MOVE OPER-IX TO OPER-SLOT
000346 END-IF
000347 END-PERFORM.
000348 IF OPER-SLOT = 0
000349 IF OPER-USED = 50
000350 DISPLAY "THE OPERATOR MASTER IS FULL. NOTHING ADDED."
000351 ELSE
000352 ADD 1 TO OPER-USED
000353 MOVE OPER-USED TO OPER-SLOT
000354 MOVE OPER-PICK TO OT-OPERATOR-ID(OPER-SLOT)
000355 MOVE SPACES TO OT-PIN(OPER-SLOT)
000356 MOVE SPACES TO OT-NAME(OPER-SLOT)
000357 MOVE "Y" TO OT-ACTIVE(OPER-SLOT)
000358 MOVE "N" TO OT-TRAINER(OPER-SLOT)
000359 MOVE "N" TO OT-HR(OPER-SLOT)
000360 MOVE "N" TO OT-OPS(OPER-SLOT)
000361 MOVE "N" TO OT-ADMIN(OPER-SLOT)
000362 DISPLAY "ADDING OPERATOR ", OPER-PICK, "."
000363 END-IF
000364 END-IF.
000365 GO-BACK.
000366*TAKE THE NEW VALUES FOR THE PICKED OPERATOR AND REWRITE THE
000367*FILE. NAME AND PIN MAY NOT END UP BLANK, AND NOBODY MAY TAKE
000368*AWAY THEIR OWN ACTIVE FLAG OR ADMIN ROLE - THE LAST ADMIN
000369*LOCKING THEMSELVES OUT WOULD LEAVE THE FILE TO A HAND-EDIT.
000370 EDITOPER.
000371 PERFORM BUILDOPERREC.
000372 MOVE OPERATOR-MASTER-REC TO BEFORE-IMAGE.
000373 DISPLAY "ON FILE: ", OP-NAME, " ACTIVE ", OP-ACTIVE,
000374     " T/H/O/A ", OP-TRAINER, OP-HR, OP-OPS, OP-ADMIN.
000375 DISPLAY "NEW NAME (BLANK TO KEEP)?".
000376 ACCEPT ANSWER-IN FROM CONSOLE.
000377 IF ANSWER-IN NOT = SPACES
000378 MOVE ANSWER-IN TO OT-NAME(OPER-SLOT)
000379 END-IF.
000380 DISPLAY "NEW PIN, 4 CHARACTERS (BLANK TO KEEP)?".
000381 ACCEPT PIN-IN FROM CONSOLE.
000382 IF PIN-IN NOT = SPACES
000383 MOVE PIN-IN TO OT-PIN(OPER-SLOT)
000384 END-IF.
000385 DISPLAY "ACTIVE Y OR N (BLANK TO KEEP)?".
000386 ACCEPT ANSWER-IN FROM CONSOLE.
000387 PERFORM EDITFLAG.
000388 IF ANSWER-IN NOT = SPACES
000389 MOVE ANSWER-IN(1:1) TO OT-ACTIVE(OPER-SLOT)
000390 END-IF.
000391 DISPLAY "TRAINER ROLE Y OR N (BLANK TO KEEP)?".
000392 ACCEPT ANSWER-IN FROM CONSOLE.
000393 PERFORM EDITFLAG.
000394 IF ANSWER-IN NOT = SPACES
000395 MOVE ANSWER-IN(1:1) TO OT-TRAINER(OPER-SLOT)
000396 END-IF.
000397 DISPLAY "HR ROLE Y OR N (BLANK TO KEEP)?".
000398 ACCEPT ANSWER-IN FROM CONSOLE.
000399 PERFORM EDITFLAG.
000400 IF ANSWER-IN NOT = SPACES
000401 MOVE ANSWER-IN(1:1) TO OT-HR(OPER-SLOT)
000402 END-IF.
000403 DISPLAY "OPERATIONS ROLE Y OR N (BLANK TO KEEP)?".
000404 ACCEPT ANSWER-IN FROM CONSOLE.
000405 PERFORM EDITFLAG.
000406 IF ANSWER-IN NOT = SPACES
000407 MOVE ANSWER-IN(1:1) TO OT-OPS(OPER-SLOT)
000408 END-IF.
000409 DISPLAY "ADMIN ROLE Y OR N (BLANK TO KEEP)?".
000410 ACCEPT ANSWER-IN FROM CONSOLE.
000411 PERFORM EDITFLAG.
000412 IF ANSWER-IN NOT = SPACES
000413 MOVE ANSWER-IN(1:1) TO OT-ADMIN(OPER-SLOT)
000414 END-IF.
000415 IF (OT-NAME(OPER-SLOT) = SPACES)
000416     OR (OT-PIN(OPER-SLOT) = SPACES)
000417 DISPLAY "NAME AND PIN ARE REQUIRED. NOTHING CHANGED."
000418 PERFORM READOPERS
000419 ELSE
000420 IF (OT-OPERATOR-ID(OPER-SLOT) = OPERATOR-ID)
000421     AND ((OT-ACTIVE(OPER-SLOT) NOT = "Y")
000422     OR (OT-ADMIN(OPER-SLOT) NOT = "Y"))
000423 DISPLAY "YOU MAY NOT TAKE AWAY YOUR OWN ACTIVE FLAG OR"
000424     " ADMIN ROLE. NOTHING CHANGED."
000425 PERFORM READOPERS
000426 ELSE
000427 PERFORM WRITEOPERS
000428 END-IF
000429 END-IF.
000430 GO-BACK.
000431*A FLAG ANSWER IS Y, N OR BLANK. ANYTHING ELSE IS SAID AND
000432*TREATED AS BLANK, SO THE FLAG KEEPS ITS VALUE.
000433 EDITFLAG.
000434 IF (ANSWER-IN(1:1) NOT = "Y") AND (ANSWER-IN(1:1) NOT = "N")
000435 IF ANSWER-IN NOT = SPACES
000436 DISPLAY "THE ANSWER MUST BE Y OR N. FLAG KEPT AS IS."
000437 MOVE SPACES TO ANSWER-IN
000438 END-IF
000439 END-IF.
000440 GO-BACK.
000441*BUILD THE FILE RECORD FROM THE PICKED TABLE ENTRY.
000442 BUILDOPERREC.
000443 MOVE OT-OPERATOR-ID(OPER-SLOT) TO OP-OPERATOR-ID.
000444 MOVE OT-PIN(OPER-SLOT) TO OP-PIN.
000445 MOVE OT-NAME(OPER-SLOT) TO OP-NAME.
000446 MOVE OT-ACTIVE(OPER-SLOT) TO OP-ACTIVE.
000447 MOVE OT-TRAINER(OPER-SLOT) TO OP-TRAINER.
000448 MOVE OT-HR(OPER-SLOT) TO OP-HR.
000449 MOVE OT-OPS(OPER-SLOT) TO OP-OPS.
000450 MOVE OT-ADMIN(OPER-SLOT) TO OP-ADMIN.
000451 MOVE "****" TO OP-PIN.
000452 GO-BACK.
000453*REWRITE THE WHOLE OPERATOR MASTER AND LOG THE CHANGED RECORD,
000454*PIN BLANKED OUT OF THE AUDIT IMAGES.
000455 WRITEOPERS.
000456 OPEN OUTPUT OPERATOR-MASTER-FILE.
000457 IF OP-STATUS = "00"
000458 PERFORM VARYING OPER-IX FROM 1 BY 1 UNTIL OPER-IX > OPER-USED
000459 MOVE OT-OPERATOR-ID(OPER-IX) TO OP-OPERATOR-ID
000460 MOVE OT-PIN(OPER-IX) TO OP-PIN
000461 MOVE OT-NAME(OPER-IX) TO OP-NAME
000462 MOVE OT-ACTIVE(OPER-IX) TO OP-ACTIVE
000463 MOVE OT-TRAINER(OPER-IX) TO OP-TRAINER
000464 MOVE OT-HR(OPER-IX) TO OP-HR
000465 MOVE OT-OPS(OPER-IX) TO OP-OPS
000466 MOVE OT-ADMIN(OPER-IX) TO OP-ADMIN
000467 WRITE OPERATOR-MASTER-REC
000468 END-PERFORM
000469 CLOSE OPERATOR-MASTER-FILE
000470 MOVE "OPRMAST" TO CA-FILE
000471 PERFORM BUILDOPERREC
000472 MOVE OPERATOR-MASTER-REC TO CA-AFTER
000473 PERFORM WRITECFGAUDIT
000474 DISPLAY "OPRMAST UPDATED."
000475 ELSE
000476 DISPLAY "UNABLE TO REWRITE OPRMAST. STATUS ", OP-STATUS, "."
000477 END-IF.
000478 GO-BACK.
000479*READ THE OPERATOR MASTER INTO THE TABLE. A MISSING FILE CANNOT
000480*HAPPEN HERE - NOBODY GETS THIS FAR WITHOUT SIGNING ON AGAINST
000481*IT - BUT IS HANDLED AS AN EMPTY LIST ALL THE SAME.
000482 READOPERS.
000483 MOVE 0 TO OPER-USED.
000484 MOVE "N" TO OP-EOF-SW.
000485 OPEN INPUT OPERATOR-MASTER-FILE.
000486 IF OP-STATUS = "00"
000487 PERFORM UNTIL OP-EOF OR (OPER-USED = 50)
000488 READ OPERATOR-MASTER-FILE
000489 AT END
000490 SET OP-EOF TO TRUE
000491 NOT AT END
000492 ADD 1 TO OPER-USED
000493 MOVE OP-OPERATOR-ID TO OT-OPERATOR-ID(OPER-USED)
000494 MOVE OP-PIN TO OT-PIN(OPER-USED)
000495 MOVE OP-NAME TO OT-NAME(OPER-USED)
000496 MOVE OP-ACTIVE TO OT-ACTIVE(OPER-USED)
000497 MOVE OP-TRAINER TO OT-TRAINER(OPER-USED)
000498 MOVE OP-HR TO OT-HR(OPER-USED)
000499 MOVE OP-OPS TO OT-OPS(OPER-USED)
000500 MOVE OP-ADMIN TO OT-ADMIN(OPER-USED)
000501 END-READ
000502 END-PERFORM
000503 CLOSE OPERATOR-MASTER-FILE
000504 ELSE
000505 DISPLAY "OPRMAST NOT FOUND. STARTING AN EMPTY LIST."
000506 END-IF.
000507 GO-BACK.
000508*MAINTAIN THE LOBBY ANNOUNCEMENTS. THE LIST COMES UP FIRST
000509*WITH ENTRY NUMBERS; ONE ENTRY IS PICKED TO CHANGE OR DROP,
000510*OR A IS ANSWERED TO ADD A NEW ONE. THE WHOLE FILE IS
000511*REWRITTEN AND THE ONE CHANGED RECORD AUDITED, SAME AS THE
000512*OTHER SETUP FILES.
000513 MAINTANN.
000514 PERFORM READANNS.
000515 PERFORM LISTANNS.
000516 DISPLAY "ENTRY NUMBER TO CHANGE, A TO ADD (BLANK FOR NONE)?".
000517 ACCEPT ANSWER-IN FROM CONSOLE.
000518 IF ANSWER-IN = SPACES
000519 DISPLAY "NOTHING CHANGED."
000520 ELSE
000521 IF ANSWER-IN(1:1) = "A"
000522 IF ANN-USED = 20
000523 DISPLAY "THE ANNOUNCEMENT FILE IS FULL. NOTHING ADDED."
000524 ELSE
000525 ADD 1 TO ANN-USED
000526 MOVE ANN-USED TO ANN-SLOT
000527 MOVE SPACES TO AT-TEXT(ANN-SLOT)
000528 MOVE 0 TO AT-START(ANN-SLOT)
000529 MOVE 0 TO AT-END(ANN-SLOT)
000530 MOVE 5 TO AT-PRIORITY(ANN-SLOT)
000531 PERFORM EDITANN
000532 END-IF
000533 ELSE
000534 PERFORM EDITNUMBER
000535 IF (NUM-WORK < 1) OR (NUM-WORK > ANN-USED)
000536 DISPLAY "NO SUCH ENTRY. NOTHING CHANGED."
000537 ELSE
000538 MOVE NUM-WORK TO ANN-SLOT
000539 PERFORM EDITANN
000540 END-IF
000541 END-IF
000542 END-IF.
000543 GO-BACK.
000544*SHOW THE ANNOUNCEMENTS AS THEY STAND.
000545 LISTANNS.
000546 IF ANN-USED = 0
000547 DISPLAY "NO ANNOUNCEMENTS ON FILE."
000548 END-IF.
000549 PERFORM VARYING ANN-IX FROM 1 BY 1 UNTIL ANN-IX > ANN-USED
000550 DISPLAY ANN-IX, " ", AT-TEXT(ANN-IX), " ", AT-START(ANN-IX),
000551     "-", AT-END(ANN-IX), " PRI ", AT-PRIORITY(ANN-IX)
000552 END-PERFORM.
000553 GO-BACK.
000554*TAKE THE NEW VALUES FOR THE PICKED ANNOUNCEMENT, OR DROP IT.
000555*A BLANK ANSWER KEEPS THE VALUE ON FILE; DATES MUST BE SIX
000556*DIGITS AND THE END MAY NOT COME BEFORE THE START.
000557 EDITANN.
000558 PERFORM BUILDANNREC.
000559 MOVE ANNOUNCE-REC TO BEFORE-IMAGE.
000560 DISPLAY "ON FILE: ", AT-TEXT(ANN-SLOT).
000561 DISPLAY "         SHOWS ", AT-START(ANN-SLOT), " THROUGH ",
000562     AT-END(ANN-SLOT), " PRIORITY ", AT-PRIORITY(ANN-SLOT).
000563 DISPLAY "DROP THIS ANNOUNCEMENT, Y (BLANK TO KEEP IT)?".
000564 ACCEPT ANSWER-IN FROM CONSOLE.
000565 IF ANSWER-IN(1:1) = "Y"
000566 PERFORM DROPANN
000567 ELSE
000568 PERFORM TAKEANNVALUES
000569 END-IF.
000570 GO-BACK.
000571*SLIDE THE ENTRIES ABOVE THE DROPPED ONE DOWN AND REWRITE.
000572 DROPANN.
000573 PERFORM VARYING ANN-IX FROM ANN-SLOT BY 1
000574     UNTIL ANN-IX >= ANN-USED
000575 MOVE ANN-ENTRY(ANN-IX + 1) TO ANN-ENTRY(ANN-IX)
000576 END-PERFORM.
000577 SUBTRACT 1 FROM ANN-USED.
000578 MOVE SPACES TO ANN-AFTER-IMAGE.
000579 PERFORM WRITEANNS.
000580 DISPLAY "ANNOUNCEMENT DROPPED.".
000581 GO-BACK.
000582*PROMPT FOR THE REPLACEMENT VALUES AND REWRITE.
000583 TAKEANNVALUES.
000584 DISPLAY "NEW TEXT (BLANK TO KEEP)?".
000585 ACCEPT TEXT-IN FROM CONSOLE.
000586 IF TEXT-IN NOT = SPACES
000587 MOVE TEXT-IN TO AT-TEXT(ANN-SLOT)
000588 END-IF.
000589 DISPLAY "NEW START DATE YYMMDD (BLANK TO KEEP)?".
000590 ACCEPT DATE-IN FROM CONSOLE.
000591 IF DATE-IN NOT = SPACES
000592 IF DATE-IN IS NUMERIC
000593 MOVE DATE-IN TO AT-START(ANN-SLOT)
000594 ELSE
000595 DISPLAY "NOT A SIX-DIGIT DATE. START KEPT AS IS."
000596 END-IF
000597 END-IF.
000598 DISPLAY "NEW END DATE YYMMDD (BLANK TO KEEP)?".
000599 ACCEPT DATE-IN FROM CONSOLE.
000600 IF DATE-IN NOT = SPACES
000601 IF DATE-IN IS NUMERIC
000602 MOVE DATE-IN TO AT-END(ANN-SLOT)
000603 ELSE
000604 DISPLAY "NOT A SIX-DIGIT DATE. END KEPT AS IS."
000605 END-IF
000606 END-IF.
000607 DISPLAY "NEW PRIORITY 1-9 (BLANK TO KEEP)?".
000608 ACCEPT ANSWER-IN FROM CONSOLE.
000609 IF ANSWER-IN NOT = SPACES
000610 PERFORM EDITNUMBER
000611 IF (NUM-WORK >= 1) AND (NUM-WORK <= 9)
000612 MOVE NUM-WORK TO AT-PRIORITY(ANN-SLOT)
000613 ELSE
000614 DISPLAY "PRIORITY MUST BE 1-9. VALUE KEPT AS IS."
000615 END-IF
000616 END-IF.
000617 IF (AT-TEXT(ANN-SLOT) = SPACES)
000618     OR (AT-END(ANN-SLOT) < AT-START(ANN-SLOT))
000619 DISPLAY "TEXT IS REQUIRED AND THE END MAY NOT COME BEFORE"
000620     " THE START. NOTHING CHANGED."
000621 PERFORM READANNS
000622 ELSE
000623 PERFORM BUILDANNREC
000624 MOVE ANNOUNCE-REC TO ANN-AFTER-IMAGE
000625 PERFORM WRITEANNS
000626 END-IF.
000627 GO-BACK.
000628*BUILD THE FILE RECORD FROM THE PICKED TABLE ENTRY.
000629 BUILDANNREC.
000630 MOVE AT-TEXT(ANN-SLOT) TO AN-TEXT.
000631 MOVE AT-START(ANN-SLOT) TO AN-START.
000632 MOVE AT-END(ANN-SLOT) TO AN-END.
000633 MOVE AT-PRIORITY(ANN-SLOT) TO AN-PRIORITY.
000634 GO-BACK.
000635*REWRITE THE WHOLE ANNOUNCEMENT FILE AND LOG THE CHANGE.
000636 WRITEANNS.
000637 OPEN OUTPUT ANNOUNCE-FILE.
000638 IF AN-STATUS = "00"
000639 PERFORM VARYING ANN-IX FROM 1 BY 1 UNTIL ANN-IX > ANN-USED
000640 MOVE AT-TEXT(ANN-IX) TO AN-TEXT
000641 MOVE AT-START(ANN-IX) TO AN-START
000642 MOVE AT-END(ANN-IX) TO AN-END
000643 MOVE AT-PRIORITY(ANN-IX) TO AN-PRIORITY
000644 WRITE ANNOUNCE-REC
000645 END-PERFORM
000646 CLOSE ANNOUNCE-FILE
000647 MOVE "ANNFILE" TO CA-FILE
000648 MOVE ANN-AFTER-IMAGE TO CA-AFTER
000649 PERFORM WRITECFGAUDIT
000650 DISPLAY "ANNFILE UPDATED."
000651 ELSE
000652 DISPLAY "UNABLE TO REWRITE ANNFILE. STATUS ", AN-STATUS, "."
000653 END-IF.
000654 GO-BACK.
000655*READ THE ANNOUNCEMENTS INTO THE TABLE. A MISSING OR EMPTY
000656*FILE JUST MEANS NONE YET.
000657 READANNS.
000658 MOVE 0 TO ANN-USED.
000659 MOVE "N" TO AN-EOF-SW.
000660 OPEN INPUT ANNOUNCE-FILE.
000661 IF AN-STATUS = "00"
000662 PERFORM UNTIL AN-EOF OR (ANN-USED = 20)
000663 READ ANNOUNCE-FILE
000664 AT END
000665 SET AN-EOF TO TRUE
000666 NOT AT END
000667 ADD 1 TO ANN-USED
000668 MOVE AN-TEXT TO AT-TEXT(ANN-USED)
000669 MOVE AN-START TO AT-START(ANN-USED)
000670 MOVE AN-END TO AT-END(ANN-USED)
000671 MOVE AN-PRIORITY TO AT-PRIORITY(ANN-USED)
000672 END-READ
000673 END-PERFORM
000674 CLOSE ANNOUNCE-FILE
000675 ELSE
000676 DISPLAY "ANNFILE NOT FOUND. STARTING AN EMPTY LIST."
000677 END-IF.
000678 GO-BACK.
000679*MAINTAIN THE KIOSK MESSAGE CATALOG. THE CATALOG IS LISTED
000680*FIRST - ONE LANGUAGE, OR ALL OF IT - THEN ONE MESSAGE IS
000681*PICKED BY NUMBER AND LANGUAGE TO ADD, CHANGE OR DROP. THE
000682*WHOLE FILE IS REWRITTEN AND THE ONE CHANGED RECORD AUDITED,
000683*SAME AS THE OTHER SETUP FILES. A CATALOG TOO LONG FOR THE
000684*TABLE IS ONLY LISTED - REWRITING IT WOULD LOSE THE MESSAGES
000685*PAST THE TABLE. THE KIOSKS PUT EVERY MESSAGE THEY HAD TO
000686*SHOW IN ENGLISH ON THE EXCEPTION LOG AS MSG NNNN XX MISSING,
000687*WHICH IS THE TRANSLATORS' LIST OF WHAT TO ADD HERE.
000688 MAINTMSG.
000689 PERFORM READMSGS.
000690 DISPLAY "LANGUAGE CODE TO LIST (BLANK FOR ALL)?".
000691 ACCEPT ANSWER-IN FROM CONSOLE.
000692 MOVE ANSWER-IN(1:2) TO LANG-PICK.
000693 PERFORM LISTMSGS.
000694 IF MSG-FULL
000695 DISPLAY "MSGCAT HOLDS MORE THAN 500 MESSAGES. THE LIST ABOVE IS"
000696     " PARTIAL AND NOTHING CAN BE CHANGED HERE."
000697 ELSE
000698 DISPLAY "MESSAGE NUMBER TO ADD OR CHANGE (BLANK FOR NONE)?"
000699 ACCEPT ANSWER-IN FROM CONSOLE
000700 IF ANSWER-IN = SPACES
000701 DISPLAY "NOTHING CHANGED."
000702 ELSE
000703 PERFORM EDITNUMBER
000704 IF NUM-WORK = 0
000705 DISPLAY "MESSAGE NUMBER MUST BE 1-9999. NOTHING CHANGED."
000706 ELSE
000707 MOVE NUM-WORK TO MSG-PICK-NO
000708 PERFORM PICKMSGLANGUAGE
000709 END-IF
000710 END-IF
000711 END-IF.
000712 GO-BACK.
000713*TAKE THE LANGUAGE OF THE PICKED MESSAGE AND GO ON TO EDIT IT.
000714*EVERY CATALOG ENTRY BELONGS TO ONE LANGUAGE, SO THERE IS NO
000715*BLANK-MEANS-SOMETHING HERE.
000716 PICKMSGLANGUAGE.
000717 DISPLAY "LANGUAGE CODE, EN FR ES ...?".
000718 ACCEPT ANSWER-IN FROM CONSOLE.
000719 PERFORM EDITLANGUAGE.
000720 IF ANSWER-IN = SPACES
000721 DISPLAY "A LANGUAGE CODE IS REQUIRED. NOTHING CHANGED."
000722 ELSE
000723 MOVE ANSWER-IN(1:2) TO MSG-PICK-LANG
000724 PERFORM FINDMSG
000725 IF MSG-SLOT > 0
000726 PERFORM EDITMSG
000727 END-IF
000728 END-IF.
000729 GO-BACK.
000730*A LANGUAGE ANSWER IS TWO CAPITAL LETTERS OR BLANK. ANYTHING
000731*ELSE IS SAID AND TREATED AS BLANK - THE KIOSKS MATCH THE CODE
000732*EXACTLY, SO "fr" OR "F" WOULD NEVER BE FOUND.
000733 EDITLANGUAGE.
000734 IF ANSWER-IN NOT = SPACES
000735 IF (ANSWER-IN(1:2) IS NOT ALPHABETIC-UPPER)
000736     OR (ANSWER-IN(1:1) = SPACE) OR (ANSWER-IN(2:1) = SPACE)
000737     OR (ANSWER-IN(3:1) NOT = SPACE)
000738 DISPLAY "A LANGUAGE CODE IS TWO CAPITAL LETTERS, LIKE EN OR"
000739     " FR. ANSWER NOT TAKEN."
000740 MOVE SPACES TO ANSWER-IN
000741 END-IF
000742 END-IF.
000743 GO-BACK.
000744*SHOW THE CATALOG AS IT STANDS, FOR ONE LANGUAGE OR ALL.
000745 LISTMSGS.
000746 IF MSG-USED = 0
000747 DISPLAY "NO MESSAGES ON FILE YET."
000748 END-IF.
000749 PERFORM VARYING MSG-IX FROM 1 BY 1 UNTIL MSG-IX > MSG-USED
000750 IF (LANG-PICK = SPACES) OR (MT-LANGUAGE(MSG-IX) = LANG-PICK)
000751 DISPLAY MT-MSG-NO(MSG-IX), " ", MT-LANGUAGE(MSG-IX), " ",
000752     MT-TEXT(MSG-IX)
000753 END-IF
000754 END-PERFORM.
000755 GO-BACK.
000756*FIND THE PICKED MESSAGE, OR TAKE A FRESH SLOT FOR A NEW ONE.
000757 FINDMSG.
000758 MOVE 0 TO MSG-SLOT.
000759 MOVE "N" TO MSG-NEW-SW.
000760 PERFORM VARYING MSG-IX FROM 1 BY 1
000761     UNTIL (MSG-IX > MSG-USED) OR (MSG-SLOT > 0)
000762 IF (MT-MSG-NO(MSG-IX) = MSG-PICK-NO)
000763     AND (MT-LANGUAGE(MSG-IX) = MSG-PICK-LANG)
000764 MOVE MSG-IX TO MSG-SLOT
000765 END-IF
000766 END-PERFORM.
000767 IF MSG-SLOT = 0
000768 IF MSG-USED = 500
000769 DISPLAY "THE MESSAGE CATALOG IS FULL. NOTHING ADDED."
000770 ELSE
000771 ADD 1 TO MSG-USED
000772 MOVE MSG-USED TO MSG-SLOT
000773 MOVE MSG-PICK-NO TO MT-MSG-NO(MSG-SLOT)
000774 MOVE MSG-PICK-LANG TO MT-LANGUAGE(MSG-SLOT)
000775 MOVE SPACES TO MT-TEXT(MSG-SLOT)
000776 SET MSG-NEW TO TRUE
000777 DISPLAY "ADDING MESSAGE ", MSG-PICK-NO, " ", MSG-PICK-LANG, "."
000778 END-IF
000779 END-IF.
000780 GO-BACK.
000781*SHOW WHAT IS ON FILE - AND, FOR A TRANSLATION, THE ENGLISH IT
000782*TRANSLATES - THEN TAKE THE NEW TEXT, OR DROP THE MESSAGE. A
000783*DROPPED TRANSLATION SENDS ITS KIOSKS BACK TO ENGLISH.
000784 EDITMSG.
000785 PERFORM BUILDMSGREC.
000786 MOVE MSG-CATALOG-REC TO BEFORE-IMAGE.
000787 IF MSG-PICK-LANG NOT = "EN"
000788 PERFORM VARYING MSG-IX FROM 1 BY 1 UNTIL MSG-IX > MSG-USED
000789 IF (MT-MSG-NO(MSG-IX) = MSG-PICK-NO)
000790     AND (MT-LANGUAGE(MSG-IX) = "EN")
000791 DISPLAY "ENGLISH: ", MT-TEXT(MSG-IX)
000792 END-IF
000793 END-PERFORM
000794 END-IF.
000795 DISPLAY "ON FILE: ", MT-TEXT(MSG-SLOT).
000796 IF MSG-NEW
000797 PERFORM TAKEMSGTEXT
000798 ELSE
000799 DISPLAY "DROP THIS MESSAGE, Y (BLANK TO KEEP IT)?"
000800 ACCEPT ANSWER-IN FROM CONSOLE
000801 IF ANSWER-IN(1:1) = "Y"
000802 PERFORM DROPMSG
000803 ELSE
000804 PERFORM TAKEMSGTEXT
000805 END-IF
000806 END-IF.
000807 GO-BACK.
000808*SLIDE THE ENTRIES ABOVE THE DROPPED ONE DOWN AND REWRITE.
000809 DROPMSG.
000810 PERFORM VARYING MSG-IX FROM MSG-SLOT BY 1
000811     UNTIL MSG-IX >= MSG-USED
000812 MOVE MSG-ENTRY(MSG-IX + 1) TO MSG-ENTRY(MSG-IX)
000813 END-PERFORM.
000814 SUBTRACT 1 FROM MSG-USED.
000815 MOVE SPACES TO MSG-AFTER-IMAGE.
000816 PERFORM WRITEMSGS.
000817 DISPLAY "MESSAGE DROPPED.".
000818 GO-BACK.
000819*PROMPT FOR THE REPLACEMENT TEXT AND REWRITE. THE TEXT MAY NOT
000820*END UP BLANK - A BLANK LINE ON THE KIOSK HELPS NOBODY; DROP
000821*THE MESSAGE INSTEAD AND THE KIOSK FALLS BACK TO ENGLISH.
000822 TAKEMSGTEXT.
000823 DISPLAY "NEW TEXT, UP TO 47 CHARACTERS (BLANK TO KEEP)?".
000824 ACCEPT MSG-TEXT-IN FROM CONSOLE.
000825 IF MSG-TEXT-IN NOT = SPACES
000826 MOVE MSG-TEXT-IN TO MT-TEXT(MSG-SLOT)
000827 END-IF.
000828 IF MT-TEXT(MSG-SLOT) = SPACES
000829 DISPLAY "TEXT IS REQUIRED. NOTHING CHANGED."
000830 PERFORM READMSGS
000831 ELSE
000832 PERFORM BUILDMSGREC
000833 MOVE MSG-CATALOG-REC TO MSG-AFTER-IMAGE
000834 PERFORM WRITEMSGS
000835 END-IF.
000836 GO-BACK.
000837*BUILD THE FILE RECORD FROM THE PICKED TABLE ENTRY.
000838 BUILDMSGREC.
000839 MOVE MT-MSG-NO(MSG-SLOT) TO MC-MSG-NO.
000840 MOVE MT-LANGUAGE(MSG-SLOT) TO MC-LANGUAGE.
000841 MOVE MT-TEXT(MSG-SLOT) TO MC-TEXT.
000842 GO-BACK.
000843*REWRITE THE WHOLE CATALOG AND LOG THE CHANGE.
000844 WRITEMSGS.
000845 OPEN OUTPUT MSG-CATALOG-FILE.
000846 IF MC-STATUS = "00"
000847 PERFORM VARYING MSG-IX FROM 1 BY 1 UNTIL MSG-IX > MSG-USED
000848 MOVE MT-MSG-NO(MSG-IX) TO MC-MSG-NO
000849 MOVE MT-LANGUAGE(MSG-IX) TO MC-LANGUAGE
000850 MOVE MT-TEXT(MSG-IX) TO MC-TEXT
000851 WRITE MSG-CATALOG-REC
000852 END-PERFORM
000853 CLOSE MSG-CATALOG-FILE
000854 MOVE "MSGCAT" TO CA-FILE
000855 MOVE MSG-AFTER-IMAGE TO CA-AFTER
000856 PERFORM WRITECFGAUDIT
000857 DISPLAY "MSGCAT UPDATED."
000858 ELSE
000859 DISPLAY "UNABLE TO REWRITE MSGCAT. STATUS ", MC-STATUS, "."
000860 END-IF.
000861 GO-BACK.
000862*READ THE CATALOG INTO THE TABLE, NOTING WHEN IT WILL NOT ALL
000863*FIT. A MISSING OR EMPTY FILE JUST MEANS NO MESSAGES YET - THE
000864*KIOSKS SHOW THEIR BUILT-IN ENGLISH.
000865 READMSGS.
000866 MOVE 0 TO MSG-USED.
000867 MOVE "N" TO MSG-FULL-SW.
000868 MOVE "N" TO MC-EOF-SW.
000869 OPEN INPUT MSG-CATALOG-FILE.
000870 IF MC-STATUS = "00"
000871 PERFORM UNTIL MC-EOF
000872 READ MSG-CATALOG-FILE
000873 AT END
000874 SET MC-EOF TO TRUE
000875 NOT AT END
000876 IF MSG-USED = 500
000877 SET MSG-FULL TO TRUE
000878 SET MC-EOF TO TRUE
000879 ELSE
000880 ADD 1 TO MSG-USED
000881 MOVE MC-MSG-NO TO MT-MSG-NO(MSG-USED)
000882 MOVE MC-LANGUAGE TO MT-LANGUAGE(MSG-USED)
000883 MOVE MC-TEXT TO MT-TEXT(MSG-USED)
000884 END-IF
000885 END-READ
000886 END-PERFORM
000887 CLOSE MSG-CATALOG-FILE
000888 ELSE
000889 DISPLAY "MSGCAT NOT FOUND. STARTING AN EMPTY CATALOG."
000890 END-IF.
000891 GO-BACK.
000892*MAINTAIN THE BRANCH MASTER. THE LIST COMES UP FIRST, THEN
000893*ONE BRANCH IS PICKED BY CODE TO ADD OR CHANGE; THE WHOLE
000894*FILE IS REWRITTEN AND THE ONE CHANGED RECORD IS AUDITED,
000895*SAME AS THE OTHER SETUP FILES.
000896 MAINTBRANCH.
000897 PERFORM READBRANCHES.
000898 PERFORM LISTBRANCHES.
000899 DISPLAY "BRANCH CODE TO ADD OR CHANGE (BLANK FOR NONE)?".
000900 ACCEPT ANSWER-IN FROM CONSOLE.
000901 IF ANSWER-IN = SPACES
000902 DISPLAY "NOTHING CHANGED."
000903 ELSE
000904 MOVE ANSWER-IN(1:2) TO BRANCH-PICK
000905 PERFORM FINDBRANCH
000906 IF BRANCH-SLOT > 0
000907 PERFORM EDITBRANCH
000908 END-IF
000909 END-IF.
000910 GO-BACK.
000911*SHOW THE BRANCH LIST AS IT STANDS.
000912 LISTBRANCHES.
000913 IF BRANCH-USED = 0
000914 DISPLAY "NO BRANCHES ON FILE YET."
000915 END-IF.
000916 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000917     UNTIL BRANCH-IX > BRANCH-USED
000918 DISPLAY BT-BRANCH(BRANCH-IX), " ", BT-NAME(BRANCH-IX),
000919     " REGION ", BT-REGION(BRANCH-IX), " ACTIVE ",
000920     BT-ACTIVE(BRANCH-IX), " LANGUAGE ", BT-LANGUAGE(BRANCH-IX)
000921 END-PERFORM.
000922 GO-BACK.
000923*FIND THE PICKED BRANCH, OR TAKE A FRESH SLOT FOR A NEW ONE.
000924*A NEW BRANCH STARTS ACTIVE AND ENGLISH-SPEAKING.
000925 FINDBRANCH.
000926 MOVE 0 TO BRANCH-SLOT.
000927 PERFORM VARYING BRANCH-IX FROM 1 BY 1
000928     UNTIL (BRANCH-IX > BRANCH-USED) OR (BRANCH-SLOT > 0)
000929 IF BT-BRANCH(BRANCH-IX) = BRANCH-PICK
000930 MOVE BRANCH-IX TO BRANCH-SLOT
000931 END-IF
000932 END-PERFORM.
000933 IF BRANCH-SLOT = 0
000934 IF BRANCH-USED = 50
000935 DISPLAY "THE BRANCH MASTER IS FULL. NOTHING ADDED."
000936 ELSE
000937 ADD 1 TO BRANCH-USED
000938 MOVE BRANCH-USED TO BRANCH-SLOT
000939 MOVE BRANCH-PICK TO BT-BRANCH(BRANCH-SLOT)
000940 MOVE SPACES TO BT-NAME(BRANCH-SLOT)
000941 MOVE SPACES TO BT-REGION(BRANCH-SLOT)
000942 MOVE "Y" TO BT-ACTIVE(BRANCH-SLOT)
000943 MOVE "EN" TO BT-LANGUAGE(BRANCH-SLOT)
000944 DISPLAY "ADDING BRANCH ", BRANCH-PICK, "."
000945 END-IF
000946 END-IF.
000947 GO-BACK.
000948*TAKE THE NEW VALUES FOR THE PICKED BRANCH AND REWRITE THE
000949*FILE. NAME AND REGION MAY NOT END UP BLANK - A BLANK REGION
000950*IS THE PHANTOM-BRANCH PROBLEM ALL OVER AGAIN, ONE LEVEL UP.
000951*A BLANK LANGUAGE, AS ON A BRANCH FROM BEFORE THE FIELD, IS
000952*SHOWN AND KEPT AS IT IS - THE KIOSKS READ IT AS ENGLISH.
000953 EDITBRANCH.
000954 MOVE BT-BRANCH(BRANCH-SLOT) TO BM-BRANCH.
000955 MOVE BT-NAME(BRANCH-SLOT) TO BM-NAME.
000956 MOVE BT-REGION(BRANCH-SLOT) TO BM-REGION.
000957 MOVE BT-ACTIVE(BRANCH-SLOT) TO BM-ACTIVE.
000958 MOVE BT-LANGUAGE(BRANCH-SLOT) TO BM-LANGUAGE.
000959 MOVE BRANCH-MASTER-REC TO BEFORE-IMAGE.
000960 DISPLAY "ON FILE: ", BM-NAME, " REGION ", BM-REGION,
000961     " ACTIVE ", BM-ACTIVE, " LANGUAGE ", BM-LANGUAGE.
000962 DISPLAY "NEW NAME (BLANK TO KEEP)?".
000963 ACCEPT ANSWER-IN FROM CONSOLE.
000964 IF ANSWER-IN NOT = SPACES
000965 MOVE ANSWER-IN TO BT-NAME(BRANCH-SLOT)
000966 END-IF.
000967 DISPLAY "NEW REGION CODE (BLANK TO KEEP)?".
000968 ACCEPT ANSWER-IN FROM CONSOLE.
000969 IF ANSWER-IN NOT = SPACES
000970 MOVE ANSWER-IN(1:2) TO BT-REGION(BRANCH-SLOT)
000971 END-IF.
000972 DISPLAY "ACTIVE Y OR N (BLANK TO KEEP)?".
000973 ACCEPT ANSWER-IN FROM CONSOLE.
000974 IF (ANSWER-IN(1:1) = "Y") OR (ANSWER-IN(1:1) = "N")
000975 MOVE ANSWER-IN(1:1) TO BT-ACTIVE(BRANCH-SLOT)
000976 ELSE
000977 IF ANSWER-IN NOT = SPACES
000978 DISPLAY "ACTIVE MUST BE Y OR N. FLAG KEPT AS IS."
000979 END-IF
000980 END-IF.
000981 DISPLAY "NEW LANGUAGE CODE, EN FR ES ... (BLANK TO KEEP)?".
000982 ACCEPT ANSWER-IN FROM CONSOLE.
000983 IF ANSWER-IN NOT = SPACES
000984 PERFORM EDITLANGUAGE
000985 IF ANSWER-IN NOT = SPACES
000986 MOVE ANSWER-IN(1:2) TO BT-LANGUAGE(BRANCH-SLOT)
000987 END-IF
000988 END-IF.
000989 IF (BT-NAME(BRANCH-SLOT) = SPACES)
000990     OR (BT-REGION(BRANCH-SLOT) = SPACES)
000991 DISPLAY "NAME AND REGION ARE REQUIRED. NOTHING CHANGED."
000992 PERFORM READBRANCHES
000993 ELSE
000994 PERFORM WRITEBRANCHES
000995 END-IF.
000996 GO-BACK.
000997*REWRITE THE WHOLE BRANCH MASTER AND LOG THE CHANGED RECORD.
000998 WRITEBRANCHES.
000999 OPEN OUTPUT BRANCH-MASTER-FILE.
001000 IF BM-STATUS = "00"
001001 PERFORM VARYING BRANCH-IX FROM 1 BY 1
001002     UNTIL BRANCH-IX > BRANCH-USED
001003 MOVE BT-BRANCH(BRANCH-IX) TO BM-BRANCH
001004 MOVE BT-NAME(BRANCH-IX) TO BM-NAME
001005 MOVE BT-REGION(BRANCH-IX) TO BM-REGION
001006 MOVE BT-ACTIVE(BRANCH-IX) TO BM-ACTIVE
001007 MOVE BT-LANGUAGE(BRANCH-IX) TO BM-LANGUAGE
001008 WRITE BRANCH-MASTER-REC
001009 END-PERFORM
001010 CLOSE BRANCH-MASTER-FILE
001011 MOVE "BRNCHMST" TO CA-FILE
001012 MOVE BT-BRANCH(BRANCH-SLOT) TO BM-BRANCH
001013 MOVE BT-NAME(BRANCH-SLOT) TO BM-NAME
001014 MOVE BT-REGION(BRANCH-SLOT) TO BM-REGION
001015 MOVE BT-ACTIVE(BRANCH-SLOT) TO BM-ACTIVE
001016 MOVE BT-LANGUAGE(BRANCH-SLOT) TO BM-LANGUAGE
001017 MOVE BRANCH-MASTER-REC TO CA-AFTER
001018 PERFORM WRITECFGAUDIT
001019 DISPLAY "BRNCHMST UPDATED."
001020 ELSE
001021 DISPLAY "UNABLE TO REWRITE BRNCHMST. STATUS ", BM-STATUS, "."
001022 END-IF.
001023 GO-BACK.
001024*READ THE BRANCH MASTER INTO THE TABLE. A MISSING OR EMPTY
001025*FILE JUST MEANS NO BRANCHES YET.
001026 READBRANCHES.
001027 MOVE 0 TO BRANCH-USED.
001028 MOVE "N" TO BM-EOF-SW.
001029 OPEN INPUT BRANCH-MASTER-FILE.
001030 IF BM-STATUS = "00"
001031 PERFORM UNTIL BM-EOF OR (BRANCH-USED = 50)
001032 READ BRANCH-MASTER-FILE
001033 AT END
001034 SET BM-EOF TO TRUE
001035 NOT AT END
001036 ADD 1 TO BRANCH-USED
001037 MOVE BM-BRANCH TO BT-BRANCH(BRANCH-USED)
001038 MOVE BM-NAME TO BT-NAME(BRANCH-USED)
001039 MOVE BM-REGION TO BT-REGION(BRANCH-USED)
001040 MOVE BM-ACTIVE TO BT-ACTIVE(BRANCH-USED)
001041 MOVE BM-LANGUAGE TO BT-LANGUAGE(BRANCH-USED)
001042 END-READ
001043 END-PERFORM
001044 CLOSE BRANCH-MASTER-FILE
001045 ELSE
001046 DISPLAY "BRNCHMST NOT FOUND. STARTING AN EMPTY LIST."
001047 END-IF.
001048 GO-BACK.
001049*MAINTAIN THE DIFFICULTY TIER LADDER. THE LADDER COMES UP
001050*FIRST IN FILE ORDER - THE FIRST TIER IS THE INSTALL DEFAULT
001051*AND THE OVERNIGHT PROMOTION STEP MOVES EMPLOYEES DOWN THE
001052*LIST - THEN ONE TIER IS PICKED BY CODE TO ADD OR CHANGE. A
001053*BLANK ANSWER KEEPS THE VALUE ON FILE, AND AN ANSWER THAT
001054*FAILS VALIDATION IS REFUSED THE SAME WAY - NO MORE
001055*ONE-COLUMN HAND-EDIT MISTAKES THAT READCFG SILENTLY PAPERS
001056*OVER WITH DEFAULTS.
001057 MAINTDIFF.
001058 PERFORM READDIFF.
001059 PERFORM LISTTIERS.
001060 DISPLAY "TIER CODE TO ADD OR CHANGE (BLANK FOR NONE)?".
001061 ACCEPT ANSWER-IN FROM CONSOLE.
001062 IF ANSWER-IN = SPACES
001063 DISPLAY "NOTHING CHANGED."
001064 ELSE
001065 MOVE ANSWER-IN(1:1) TO TIER-PICK
001066 PERFORM FINDTIER
001067 IF TIER-SLOT > 0
001068 PERFORM EDITTIER
001069 END-IF
001070 END-IF.
001071 GO-BACK.
001072*SHOW THE LADDER AS IT STANDS.
001073 LISTTIERS.
001074 IF TIER-USED = 0
001075 DISPLAY "THE LADDER IS EMPTY. THE GAME FALLS BACK TO TRIES"
001076     " 10, MAXNUM 999."
001077 END-IF.
001078 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > TIER-USED
001079 DISPLAY "TIER ", TIER-CODE(TIER-IX), " TRIES ",
001080     TIER-TRIES(TIER-IX), " MAXNUM ", TIER-MAXNUM(TIER-IX)
001081 END-PERFORM.
001082 GO-BACK.
001083*FIND THE PICKED TIER ON THE LADDER, OR TAKE THE NEXT FREE
001084*SLOT FOR A NEW ONE - NEW TIERS GO ON THE BOTTOM, WHICH IS
001085*WHERE THE PROMOTION LADDER WANTS THEM.
001086 FINDTIER.
001087 MOVE 0 TO TIER-SLOT.
001088 PERFORM VARYING TIER-IX FROM 1 BY 1
001089     UNTIL (TIER-IX > TIER-USED) OR (TIER-SLOT > 0)
001090 IF TIER-CODE(TIER-IX) = TIER-PICK
001091 MOVE TIER-IX TO TIER-SLOT
001092 END-IF
001093 END-PERFORM.
001094 IF TIER-SLOT = 0
001095 IF TIER-USED = 9
001096 DISPLAY "THE LADDER ALREADY HAS NINE TIERS. NOTHING ADDED."
001097 ELSE
001098 ADD 1 TO TIER-USED
001099 MOVE TIER-USED TO TIER-SLOT
001100 MOVE TIER-PICK TO TIER-CODE(TIER-SLOT)
001101 MOVE 10 TO TIER-TRIES(TIER-SLOT)
001102 MOVE 999 TO TIER-MAXNUM(TIER-SLOT)
001103 DISPLAY "ADDING TIER ", TIER-PICK, " AT THE BOTTOM OF THE"
001104     " LADDER."
001105 END-IF
001106 END-IF.
001107 GO-BACK.
001108*TAKE THE NEW VALUES FOR THE PICKED TIER AND REWRITE THE FILE.
001109 EDITTIER.
001110 MOVE TIER-CODE(TIER-SLOT) TO DIFF-CODE.
001111 MOVE TIER-TRIES(TIER-SLOT) TO DIFF-TRIES.
001112 MOVE TIER-MAXNUM(TIER-SLOT) TO DIFF-MAXNUM.
001113 MOVE DIFF-CONFIG-REC TO BEFORE-IMAGE.
001114 DISPLAY "ON FILE: CODE ", DIFF-CODE, " TRIES ", DIFF-TRIES,
001115     " MAXNUM ", DIFF-MAXNUM.
001116 DISPLAY "NEW TRIES ALLOWED, 1-99 (BLANK TO KEEP)?".
001117 ACCEPT ANSWER-IN FROM CONSOLE.
001118 IF ANSWER-IN NOT = SPACES
001119 PERFORM EDITNUMBER
001120 IF (NUM-WORK >= 1) AND (NUM-WORK <= 99)
001121 MOVE NUM-WORK TO TIER-TRIES(TIER-SLOT)
001122 ELSE
001123 DISPLAY "TRIES MUST BE 1-99. VALUE KEPT AS IS."
001124 END-IF
001125 END-IF.
001126 DISPLAY "NEW MAXNUM, 1-999 (BLANK TO KEEP)?".
001127 ACCEPT ANSWER-IN FROM CONSOLE.
001128 IF ANSWER-IN NOT = SPACES
001129 PERFORM EDITNUMBER
001130 IF (NUM-WORK >= 1) AND (NUM-WORK <= 999)
001131 MOVE NUM-WORK TO TIER-MAXNUM(TIER-SLOT)
001132 ELSE
001133 DISPLAY "MAXNUM MUST BE 1-999. VALUE KEPT AS IS."
001134 END-IF
001135 END-IF.
001136 PERFORM WRITEDIFF.
001137 GO-BACK.
001138*REWRITE THE WHOLE LADDER AND LOG THE ONE TIER THAT CHANGED.
001139 WRITEDIFF.
001140 OPEN OUTPUT DIFF-CONFIG-FILE.
001141 IF CFG-STATUS = "00"
001142 PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > TIER-USED
001143 MOVE TIER-CODE(TIER-IX) TO DIFF-CODE
001144 MOVE TIER-TRIES(TIER-IX) TO DIFF-TRIES
001145 MOVE TIER-MAXNUM(TIER-IX) TO DIFF-MAXNUM
001146 WRITE DIFF-CONFIG-REC
001147 END-PERFORM
001148 CLOSE DIFF-CONFIG-FILE
001149 MOVE "DIFFCFG" TO CA-FILE
001150 MOVE TIER-CODE(TIER-SLOT) TO DIFF-CODE
001151 MOVE TIER-TRIES(TIER-SLOT) TO DIFF-TRIES
001152 MOVE TIER-MAXNUM(TIER-SLOT) TO DIFF-MAXNUM
001153 MOVE DIFF-CONFIG-REC TO CA-AFTER
001154 PERFORM WRITECFGAUDIT
001155 DISPLAY "DIFFCFG UPDATED."
001156 ELSE
001157 DISPLAY "UNABLE TO REWRITE DIFFCFG. STATUS ", CFG-STATUS, "."
001158 END-IF.
001159 GO-BACK.
001160*READ THE CURRENT LADDER INTO THE TIER TABLE. A MISSING OR
001161*EMPTY FILE JUST MEANS AN EMPTY LADDER.
001162 READDIFF.
001163 MOVE 0 TO TIER-USED.
001164 OPEN INPUT DIFF-CONFIG-FILE.
001165 IF CFG-STATUS = "00"
001166 MOVE "N" TO CFG-EOF-SW
001167 PERFORM UNTIL CFG-EOF OR (TIER-USED = 9)
001168 READ DIFF-CONFIG-FILE
001169 AT END
001170 SET CFG-EOF TO TRUE
001171 NOT AT END
001172 ADD 1 TO TIER-USED
001173 MOVE DIFF-CODE TO TIER-CODE(TIER-USED)
001174 MOVE DIFF-TRIES TO TIER-TRIES(TIER-USED)
001175 MOVE DIFF-MAXNUM TO TIER-MAXNUM(TIER-USED)
001176 END-READ
001177 END-PERFORM
001178 CLOSE DIFF-CONFIG-FILE
001179 ELSE
001180 DISPLAY "DIFFCFG NOT FOUND. STARTING AN EMPTY LADDER."
001181 END-IF.
001182 GO-BACK.
001183*MAINTAIN THE WINDOW SETUP RECORD FOR THE LOBBY DISPLAY.
001184 MAINTWIN.
001185 PERFORM READWIN.
001186 MOVE WIN-CONFIG-REC TO BEFORE-IMAGE.
001187 DISPLAY "ON FILE: TITLE ", WIN-TITLE.
001188 DISPLAY "         WIDTH ", WIN-WIDTH, " HEIGHT ", WIN-HEIGHT,
001189     " FULLSCREEN ", WIN-FULLSCREEN.
001190 DISPLAY "NEW TITLE (BLANK TO KEEP)?".
001191 ACCEPT ANSWER-IN FROM CONSOLE.
001192 IF ANSWER-IN NOT = SPACES
001193 MOVE ANSWER-IN TO WIN-TITLE
001194 END-IF.
001195 DISPLAY "NEW WIDTH, 320-9999 (BLANK TO KEEP)?".
001196 ACCEPT ANSWER-IN FROM CONSOLE.
001197 IF ANSWER-IN NOT = SPACES
001198 PERFORM EDITNUMBER
001199 IF (NUM-WORK >= 320) AND (NUM-WORK <= 9999)
001200 MOVE NUM-WORK TO WIN-WIDTH
001201 ELSE
001202 DISPLAY "WIDTH MUST BE 320-9999. VALUE KEPT AS IS."
001203 END-IF
001204 END-IF.
001205 DISPLAY "NEW HEIGHT, 200-9999 (BLANK TO KEEP)?".
001206 ACCEPT ANSWER-IN FROM CONSOLE.
001207 IF ANSWER-IN NOT = SPACES
001208 PERFORM EDITNUMBER
001209 IF (NUM-WORK >= 200) AND (NUM-WORK <= 9999)
001210 MOVE NUM-WORK TO WIN-HEIGHT
001211 ELSE
001212 DISPLAY "HEIGHT MUST BE 200-9999. VALUE KEPT AS IS."
001213 END-IF
001214 END-IF.
001215 DISPLAY "FULLSCREEN, Y OR N (BLANK TO KEEP)?".
001216 ACCEPT ANSWER-IN FROM CONSOLE.
001217 IF (ANSWER-IN(1:1) = "Y") OR (ANSWER-IN(1:1) = "N")
001218 MOVE ANSWER-IN(1:1) TO WIN-FULLSCREEN
001219 ELSE
001220 IF ANSWER-IN NOT = SPACES
001221 DISPLAY "FULLSCREEN MUST BE Y OR N. VALUE KEPT AS IS."
001222 END-IF
001223 END-IF.
001224 OPEN OUTPUT WIN-CONFIG-FILE.
001225 IF WC-STATUS = "00"
001226 WRITE WIN-CONFIG-REC
001227 CLOSE WIN-CONFIG-FILE
001228 MOVE "WINCFG" TO CA-FILE
001229 MOVE WIN-CONFIG-REC TO CA-AFTER
001230 PERFORM WRITECFGAUDIT
001231 DISPLAY "WINCFG UPDATED."
001232 ELSE
001233 DISPLAY "UNABLE TO REWRITE WINCFG. STATUS ", WC-STATUS, "."
001234 END-IF.
001235 GO-BACK.
001236*READ THE CURRENT WINDOW RECORD, OR START FROM THE SAME
001237*DEFAULTS THE LOBBY PROGRAM FALLS BACK TO.
001238 READWIN.
001239 MOVE "OPENGLTEST" TO WIN-TITLE.
001240 MOVE 0800 TO WIN-WIDTH.
001241 MOVE 0600 TO WIN-HEIGHT.
001242 MOVE "N" TO WIN-FULLSCREEN.
001243 OPEN INPUT WIN-CONFIG-FILE.
001244 IF WC-STATUS = "00"
001245 READ WIN-CONFIG-FILE
001246 AT END
001247 DISPLAY "WINCFG IS EMPTY. SHOWING THE LOBBY DEFAULTS."
001248 END-READ
001249 CLOSE WIN-CONFIG-FILE
001250 ELSE
001251 DISPLAY "WINCFG NOT FOUND. SHOWING THE LOBBY DEFAULTS."
001252 END-IF.
001253 GO-BACK.
001254*TURN A CONSOLE ANSWER INTO A NUMBER BY WALKING ITS DIGITS UP
001255*TO THE FIRST BLANK, SO "1" MEANS ONE AND NOT ONE THOUSAND.
001256*ANYTHING NON-NUMERIC, OR LONGER THAN THE FOUR DIGITS ANY
001257*FIELD HERE CAN HOLD, COMES BACK AS ZERO, WHICH EVERY RANGE
001258*CHECK HERE REFUSES.
001259 EDITNUMBER.
001260 MOVE 0 TO NUM-WORK.
001261 MOVE "N" TO EDIT-BAD-SW.
001262 PERFORM VARYING EDIT-IX FROM 1 BY 1
001263     UNTIL (EDIT-IX > 4) OR EDIT-BAD
001264     OR (ANSWER-IN(EDIT-IX:1) = SPACE)
001265 IF ANSWER-IN(EDIT-IX:1) IS NUMERIC
001266 MOVE ANSWER-IN(EDIT-IX:1) TO EDIT-DIGIT
001267 COMPUTE NUM-WORK = (NUM-WORK * 10) + EDIT-DIGIT
001268 ELSE
001269 SET EDIT-BAD TO TRUE
001270 END-IF
001271 END-PERFORM.
001272 IF (EDIT-IX > 4) AND (ANSWER-IN(5:1) NOT = SPACE)
001273 SET EDIT-BAD TO TRUE
001274 END-IF.
001275 IF EDIT-BAD
001276 MOVE 0 TO NUM-WORK
001277 END-IF.
001278 GO-BACK.
001279*APPEND THE BEFORE/AFTER CHANGE RECORD. THE CHANGE ITSELF HAS
001280*ALREADY GONE TO THE SETUP FILE; A CHANGE LOG THAT CANNOT BE
001281*WRITTEN IS SAID OUT LOUD RATHER THAN SWALLOWED.
001282 WRITECFGAUDIT.
001283 ACCEPT STAMP-DATE FROM DATE.
001284 ACCEPT STAMP-TIME FROM TIME.
001285 MOVE STAMP-DATE TO CA-DATE.
001286 MOVE STAMP-TIME TO CA-TIME.
001287 MOVE OPERATOR-ID TO CA-OPERATOR.
001288 MOVE BEFORE-IMAGE TO CA-BEFORE.
001289 OPEN EXTEND CONFIG-AUDIT-FILE.
001290 IF CA-STATUS = "35"
001291 OPEN OUTPUT CONFIG-AUDIT-FILE
001292 END-IF.
001293 IF CA-STATUS = "00"
001294 WRITE CONFIG-AUDIT-REC
001295 CLOSE CONFIG-AUDIT-FILE
001296 ELSE
001297 DISPLAY "CFGAUDIT UNAVAILABLE. CHANGE NOT LOGGED. STATUS ",
001298     CA-STATUS, "."
001299 END-IF.
001300 GO-BACK.
