000012* TO ASK ABOUT ONE PERSON. AN ID THE MASTER DOES NOT KNOW CAN
000013* STILL BE LOOKED UP: OLD RESULTS FROM TYPO IDS ARE EXACTLY
000014* WHAT A TRAINER SOMETIMES NEEDS TO SEE.
000015*10/15/26 MIBI88 - A=ASSIGNMENTS LISTS THE EMPLOYEE'S TRAINING
000016* PLANS FROM TRNASSGN: TIER, SESSIONS DONE OF REQUIRED, DUE
000017* DATE, WHO SET IT, AND COMPLETE, IN PROGRESS, OVERDUE OR
000018* CANCELLED, THE SAME CLASSING AS THE NIGHTLY TRNRPT.
000019 ENVIRONMENT DIVISION.
000020 CONFIGURATION SECTION.
000021 SOURCE-COMPUTER. GNUCOBOL.
000022 OBJECT-COMPUTER. GNUCOBOL.
000023 INPUT-OUTPUT SECTION.
000024 FILE-CONTROL.
000025 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000026 ORGANIZATION INDEXED
000027 ACCESS RANDOM
000028 RECORD KEY IS EM-EMPLOYEE-ID
000029 FILE STATUS IS EM-STATUS.
000030 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000031 ORGANIZATION INDEXED
000032 ACCESS DYNAMIC
000033 RECORD KEY IS GR-KEY
000034 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000035 FILE STATUS IS GR-STATUS.
000036 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000037 ORGANIZATION LINE SEQUENTIAL
000038 FILE STATUS IS CL-STATUS.
000039 SELECT GUESS-HIST-FILE ASSIGN "GUESSHST"
000040 ORGANIZATION LINE SEQUENTIAL
000041 FILE STATUS IS GH-STATUS.
000042 SELECT TRAIN-ASSIGN-FILE ASSIGN "TRNASSGN"
000043 ORGANIZATION LINE SEQUENTIAL
000044 FILE STATUS IS TA-FILE-STATUS.
000045
000046 DATA DIVISION.
000047 FILE SECTION.
000048 FD EMPLOYEE-MASTER-FILE.
000049 COPY "empmast.cpy".
000050 FD GAME-RESULTS-FILE.
000051 COPY "gameres.cpy".
000052 FD CHALLENGE-RESULTS-FILE.
000053 COPY "chalres.cpy".
000054 FD GUESS-HIST-FILE.
000055 COPY "guesshst.cpy".
000056 FD TRAIN-ASSIGN-FILE.
000057 COPY "trnassgn.cpy".
000058 WORKING-STORAGE SECTION.
000059 01 EM-STATUS PIC X(02).
000060 01 GR-STATUS PIC X(02).
000061 01 CL-STATUS PIC X(02).
000062 01 GH-STATUS PIC X(02).
000063 01 TA-FILE-STATUS PIC X(02).
000064 01 WANTED-ID PIC X(06).
000065 01 MENU-CHOICE PIC X(01) VALUE SPACE.
000066 88 CHOICE-SESSIONS VALUE "S".
000067 88 CHOICE-CHALLENGES VALUE "C".
000068 88 CHOICE-GUESSES VALUE "G".
000069 88 CHOICE-ASSIGNMENTS VALUE "A".
000070 88 CHOICE-NEWID VALUE "N".
000071 88 CHOICE-EXIT VALUE "X".
000072 01 INQ-DONE-SW PIC X(01) VALUE "N".
000073 88 INQ-DONE VALUE "Y".
000074 01 RES-EOF-SW PIC X(01) VALUE "N".
000075 88 RES-EOF VALUE "Y".
000076 01 CHAL-EOF-SW PIC X(01) VALUE "N".
000077 88 CHAL-EOF VALUE "Y".
000078 01 HIST-EOF-SW PIC X(01) VALUE "N".
000079 88 HIST-EOF VALUE "Y".
000080 01 TA-EOF-SW PIC X(01) VALUE "N".
000081 88 TA-EOF VALUE "Y".
000082 01 TODAY-DATE PIC 9(06).
000083 01 PLAN-STATUS PIC X(11).
000084 01 LINE-CT PIC 9(05).
000085 01 CHAL-WINS PIC 9(05).
000086 01 CHAL-LOSSES PIC 9(05).
000087 01 CHAL-DRAWS PIC 9(05).
000088 01 OPP-ID PIC X(06).
000089 01 CHAL-RESULT PIC X(04).
000090 01 DATE-IN PIC X(06).
000091 01 WANT-DATE PIC 9(06).
000092 PROCEDURE DIVISION.
000093
000094 MAIN.
000095 DISPLAY "= TRAINEE HISTORY INQUIRY =".
000096 PERFORM UNTIL INQ-DONE
000097 PERFORM PICKEMPLOYEE
000098 END-PERFORM.
000099 DISPLAY "TRAINEE INQUIRY ENDED.".
000100 STOP RUN.
000101*TAKE AN EMPLOYEE ID AND OPEN ITS INQUIRY MENU. A BLANK ID
000102*ENDS THE PROGRAM.
000103 PICKEMPLOYEE.
000104 DISPLAY "EMPLOYEE ID (BLANK TO EXIT)?".
000105 ACCEPT WANTED-ID FROM CONSOLE.
000106 IF WANTED-ID = SPACES
000107 SET INQ-DONE TO TRUE
000108 ELSE
000109 PERFORM SHOWMASTER
000110 MOVE SPACE TO MENU-CHOICE
000111 PERFORM UNTIL CHOICE-NEWID OR CHOICE-EXIT
000112 PERFORM MENUSTEP
000113 END-PERFORM
000114 IF CHOICE-EXIT
000115 SET INQ-DONE TO TRUE
000116 END-IF
000117 END-IF.
000118 GO-BACK.
000119*SHOW THE MASTER RECORD FOR THE PICKED ID. AN ID OFF THE
000120*MASTER IS SAID SO BUT THE INQUIRY GOES ON - THE TRAINING
000121*FILES MAY STILL KNOW IT.
000122 SHOWMASTER.
000123 OPEN INPUT EMPLOYEE-MASTER-FILE.
000124 IF EM-STATUS = "00"
000125 MOVE WANTED-ID TO EM-EMPLOYEE-ID
000126 READ EMPLOYEE-MASTER-FILE
000127 INVALID KEY
000128 DISPLAY WANTED-ID, " IS NOT ON THE MASTER."
000129 NOT INVALID KEY
000130 DISPLAY "NAME ", EM-NAME, " BRANCH ", EM-BRANCH,
000131     " ACTIVE ", EM-ACTIVE, " TIER ", EM-TIER,
000132     " ENROLLED ", EM-ENROLL-DATE
000133 END-READ
000134 CLOSE EMPLOYEE-MASTER-FILE
000135 ELSE
000136 DISPLAY "EMPMAST UNAVAILABLE. STATUS ", EM-STATUS, "."
000137 END-IF.
000138 GO-BACK.
000139*SHOW THE MENU AND DISPATCH ONE CHOICE.
000140 MENUSTEP.
000141 DISPLAY "S=SESSIONS  C=CHALLENGES  G=GUESS DETAIL"
000142     "  A=ASSIGNMENTS  N=NEW ID  X=EXIT".
000143 ACCEPT MENU-CHOICE FROM CONSOLE.
000144 IF CHOICE-SESSIONS
000145 PERFORM SHOWSESSIONS
000146 ELSE
000147 IF CHOICE-CHALLENGES
000148 PERFORM SHOWCHALLENGES
000149 ELSE
000150 IF CHOICE-GUESSES
000151 PERFORM SHOWGUESSES
000152 ELSE
000153 IF CHOICE-ASSIGNMENTS
000154 PERFORM SHOWASSIGNMENTS
000155 ELSE
000156 IF (NOT CHOICE-NEWID) AND (NOT CHOICE-EXIT)
000157 DISPLAY "UNKNOWN CHOICE. TRY AGAIN."
000158 END-IF
000159 END-IF
000160 END-IF
000161 END-IF
000162 END-IF.
000163 GO-BACK.
000164*LIST THE EMPLOYEE'S SESSIONS IN KEY ORDER - DATE, THEN THE
000165*SESSION SEQUENCE WITHIN THE DAY - STRAIGHT OFF THE INDEX.
000166 SHOWSESSIONS.
000167 OPEN INPUT GAME-RESULTS-FILE.
000168 IF GR-STATUS NOT = "00"
000169 DISPLAY "GAMERES UNAVAILABLE. STATUS ", GR-STATUS, "."
000170 ELSE
000171 MOVE 0 TO LINE-CT
000172 MOVE "N" TO RES-EOF-SW
000173 MOVE WANTED-ID TO GR-EMPLOYEE-ID
000174 MOVE 0 TO GR-DATE
000175 MOVE 0 TO GR-SEQ
000176 START GAME-RESULTS-FILE KEY NOT < GR-KEY
000177 INVALID KEY
000178 SET RES-EOF TO TRUE
000179 END-START
000180 DISPLAY "DATE    SEQ  START  USED  OUTCOME  STATION"
000181 PERFORM UNTIL RES-EOF
000182 READ GAME-RESULTS-FILE NEXT RECORD
000183 AT END
000184 SET RES-EOF TO TRUE
000185 NOT AT END
000186 IF GR-EMPLOYEE-ID = WANTED-ID
000187 ADD 1 TO LINE-CT
000188 DISPLAY GR-DATE, "  ", GR-SEQ, "  ", GR-START-TRIES,
000189     "     ", GR-TRIES-USED, "     ", GR-OUTCOME,
000190     "        ", GR-STATION
000191 ELSE
000192 SET RES-EOF TO TRUE
000193 END-IF
000194 END-READ
000195 END-PERFORM
000196 CLOSE GAME-RESULTS-FILE
000197 IF LINE-CT = 0
000198 DISPLAY "NO SESSIONS ON FILE FOR ", WANTED-ID, "."
000199 ELSE
000200 DISPLAY LINE-CT, " SESSIONS."
000201 END-IF
000202 END-IF.
000203 GO-BACK.
000204*LIST THE EMPLOYEE'S CHALLENGE MATCHES AND TALLY THE RECORD.
000205*A BLANK WINNER IS A DRAW, AS ON THE STANDINGS REPORT.
000206 SHOWCHALLENGES.
000207 OPEN INPUT CHALLENGE-RESULTS-FILE.
000208 IF CL-STATUS NOT = "00"
000209 DISPLAY "NO CHALLENGE MATCHES ON FILE."
000210 ELSE
000211 MOVE 0 TO LINE-CT
000212 MOVE 0 TO CHAL-WINS
000213 MOVE 0 TO CHAL-LOSSES
000214 MOVE 0 TO CHAL-DRAWS
000215 MOVE "N" TO CHAL-EOF-SW
000216 DISPLAY "DATE    OPPONENT  RESULT"
000217 PERFORM UNTIL CHAL-EOF
000218 READ CHALLENGE-RESULTS-FILE
000219 AT END
000220 SET CHAL-EOF TO TRUE
000221 NOT AT END
000222 IF (CH-EMPLOYEE-1 = WANTED-ID)
000223     OR (CH-EMPLOYEE-2 = WANTED-ID)
000224 PERFORM SHOWONEMATCH
000225 END-IF
000226 END-READ
000227 END-PERFORM
000228 CLOSE CHALLENGE-RESULTS-FILE
000229 IF LINE-CT = 0
000230 DISPLAY "NO CHALLENGE MATCHES FOR ", WANTED-ID, "."
000231 ELSE
000232 DISPLAY LINE-CT, " MATCHES: ", CHAL-WINS, " WON, ",
000233     CHAL-LOSSES, " LOST, ", CHAL-DRAWS, " DRAWN."
000234 END-IF
000235 END-IF.
000236 GO-BACK.
000237*ONE MATCH LINE FROM THE EMPLOYEE'S SIDE OF THE NET.
000238 SHOWONEMATCH.
000239 ADD 1 TO LINE-CT.
000240 IF CH-EMPLOYEE-1 = WANTED-ID
000241 MOVE CH-EMPLOYEE-2 TO OPP-ID
000242 ELSE
000243 MOVE CH-EMPLOYEE-1 TO OPP-ID
000244 END-IF.
000245 IF CH-WINNER = SPACES
000246 MOVE "DRAW" TO CHAL-RESULT
000247 ADD 1 TO CHAL-DRAWS
000248 ELSE
000249 IF CH-WINNER = WANTED-ID
000250 MOVE "WON" TO CHAL-RESULT
000251 ADD 1 TO CHAL-WINS
000252 ELSE
000253 MOVE "LOST" TO CHAL-RESULT
000254 ADD 1 TO CHAL-LOSSES
000255 END-IF
000256 END-IF.
000257 DISPLAY CH-DATE, "  ", OPP-ID, "    ", CHAL-RESULT.
000258 GO-BACK.
000259*DRILL INTO ONE DAY'S GUESS-BY-GUESS DETAIL. THE SEQUENCE
000260*RESTARTS AT 1 WITH EACH SESSION, SO A SEQ DROPPING BACK TO 1
000261*IS THE NEXT SESSION OF THE DAY.
000262 SHOWGUESSES.
000263 DISPLAY "WHICH DATE (YYMMDD)?".
000264 ACCEPT DATE-IN FROM CONSOLE.
000265 IF DATE-IN IS NOT NUMERIC
000266 DISPLAY "THAT IS NOT A SIX-DIGIT DATE."
000267 ELSE
000268 MOVE DATE-IN TO WANT-DATE
000269 OPEN INPUT GUESS-HIST-FILE
000270 IF GH-STATUS NOT = "00"
000271 DISPLAY "GUESSHST UNAVAILABLE. STATUS ", GH-STATUS, "."
000272 ELSE
000273 MOVE 0 TO LINE-CT
000274 MOVE "N" TO HIST-EOF-SW
000275 DISPLAY "SEQ  GUESS  HINT"
000276 PERFORM UNTIL HIST-EOF
000277 READ GUESS-HIST-FILE
000278 AT END
000279 SET HIST-EOF TO TRUE
000280 NOT AT END
000281 IF (GH-EMPLOYEE-ID = WANTED-ID)
000282     AND (GH-DATE = WANT-DATE)
000283 ADD 1 TO LINE-CT
000284 IF (GH-SEQ = 1) AND (LINE-CT > 1)
000285 DISPLAY "---- NEXT SESSION ----"
000286 END-IF
000287 DISPLAY GH-SEQ, "   ", GH-GUESS, "    ", GH-HINT
000288 END-IF
000289 END-READ
000290 END-PERFORM
000291 CLOSE GUESS-HIST-FILE
000292 IF LINE-CT = 0
000293 DISPLAY "NO GUESS DETAIL FOR ", WANTED-ID, " ON ",
000294     WANT-DATE, "."
000295 ELSE
000296 DISPLAY LINE-CT, " GUESSES."
000297 END-IF
000298 END-IF
000299 END-IF.
000300 GO-BACK.
000301*LIST THE EMPLOYEE'S TRAINING PLANS, CANCELLED ONES TOO. AN
000302*OPEN PLAN PAST ITS DUE DATE IS OVERDUE, AS ON TRNRPT.
000303 SHOWASSIGNMENTS.
000304 OPEN INPUT TRAIN-ASSIGN-FILE.
000305 IF TA-FILE-STATUS NOT = "00"
000306 DISPLAY "NO TRAINING PLANS ON FILE."
000307 ELSE
000308 ACCEPT TODAY-DATE FROM DATE
000309 MOVE 0 TO LINE-CT
000310 MOVE "N" TO TA-EOF-SW
000311 DISPLAY "T  DONE  REQ  DUE     SET    TRAINER  STATUS"
000312 PERFORM UNTIL TA-EOF
000313 READ TRAIN-ASSIGN-FILE
000314 AT END
000315 SET TA-EOF TO TRUE
000316 NOT AT END
000317 IF TA-EMPLOYEE-ID = WANTED-ID
000318 PERFORM SHOWONEPLAN
000319 END-IF
000320 END-READ
000321 END-PERFORM
000322 CLOSE TRAIN-ASSIGN-FILE
000323 IF LINE-CT = 0
000324 DISPLAY "NO TRAINING PLANS FOR ", WANTED-ID, "."
000325 ELSE
000326 DISPLAY LINE-CT, " PLANS."
000327 END-IF
000328 END-IF.
000329 GO-BACK.
000330*ONE PLAN LINE. A BLANK TIER MEANS ANY TIER AND SHOWS AS *.
000331 SHOWONEPLAN.
000332 ADD 1 TO LINE-CT.
000333 IF TA-STATUS = "C"
000334 MOVE "COMPLETE" TO PLAN-STATUS
000335 ELSE
000336 IF TA-STATUS = "X"
000337 MOVE "CANCELLED" TO PLAN-STATUS
000338 ELSE
000339 IF TA-DUE-DATE < TODAY-DATE
000340 MOVE "OVERDUE" TO PLAN-STATUS
000341 ELSE
000342 MOVE "IN PROGRESS" TO PLAN-STATUS
000343 END-IF
000344 END-IF
000345 END-IF.
000346 IF TA-TIER = SPACE
000347 MOVE "*" TO TA-TIER
000348 END-IF.
000349 DISPLAY TA-TIER, "  ", TA-SESSIONS-DONE, "   ", TA-SESSIONS-REQ,
000350     "  ", TA-DUE-DATE, "  ", TA-ASSIGN-DATE, " ", TA-TRAINER,
000351     "   ", PLAN-STATUS.
000352 GO-BACK.
