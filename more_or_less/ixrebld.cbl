000013* BACKUP DATE IS GONE. A LIVE FILE THAT STILL OPENS CLEAN IS
000014* REFUSED - REMOVING A HEALTHY FILE HAS TO BE A DELIBERATE
000015* OPERATOR STEP, AS WITH GRCONV.
000016*10/15/26 MIBI88 - THE OPERATOR SIGNS ON THROUGH OPRSIGN FIRST,
000017* AND ONLY THE OPERATIONS ROLE ON THE OPRMAST OPERATOR MASTER
000018* MAY REBUILD EITHER FILE. ANYONE ELSE IS REFUSED WITH RETURN
000019* CODE 16 AND THE REFUSAL GOES TO THE EXCEPTION LOG THROUGH
000020* ERRLOG; THE REBUILD ITSELF IS LOGGED TOO, WITH WHO RAN IT -
000021* AS REBUILT ONCE THE RELOAD HAS CLOSED CLEAN, AND AS AN E WHEN
000022* IT FAILS PART WAY.
000023 ENVIRONMENT DIVISION.
000024 CONFIGURATION SECTION.
000025 SOURCE-COMPUTER. GNUCOBOL.
000026 OBJECT-COMPUTER. GNUCOBOL.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029 SELECT BACKUP-CAT-FILE ASSIGN "BKPCAT"
000030 ORGANIZATION LINE SEQUENTIAL
000031 FILE STATUS IS BC-STATUS-WK.
000032 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000033 ORGANIZATION INDEXED
000034 ACCESS SEQUENTIAL
000035 RECORD KEY IS GR-KEY
000036 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000037 FILE STATUS IS GR-STATUS.
000038 SELECT EMPLOYEE-MASTER-FILE ASSIGN "EMPMAST"
000039 ORGANIZATION INDEXED
000040 ACCESS SEQUENTIAL
000041 RECORD KEY IS EM-EMPLOYEE-ID
000042 FILE STATUS IS EM-STATUS.
000043 SELECT BACKUP-FILE ASSIGN BKP-NAME
000044 ORGANIZATION LINE SEQUENTIAL
000045 FILE STATUS IS BF-STATUS.
000046
000047 DATA DIVISION.
000048 FILE SECTION.
000049 FD BACKUP-CAT-FILE.
000050 01 BACKUP-CAT-REC.
000051 02 BC-FILE PIC X(08).
000052 02 BC-GEN PIC 9(04).
000053 02 BC-DATE PIC 9(06).
000054 02 BC-COUNT PIC 9(07).
000055 02 BC-STATUS PIC X(01).
000056 FD GAME-RESULTS-FILE.
000057 COPY "gameres.cpy".
000058 FD EMPLOYEE-MASTER-FILE.
000059 COPY "empmast.cpy".
000060 FD BACKUP-FILE.
000061 01 BACKUP-REC PIC X(40).
000062 WORKING-STORAGE SECTION.
000063 01 BC-STATUS-WK PIC X(02).
000064 01 GR-STATUS PIC X(02).
000065 01 EM-STATUS PIC X(02).
000066 01 BF-STATUS PIC X(02).
000067 01 LIVE-STATUS PIC X(02).
000068 01 BKP-NAME.
000069 02 BN-PREFIX PIC X(05).
000070 02 BN-GEN PIC 9(04).
000071 01 WHICH-FILE PIC X(08).
000072 01 WHICH-PREFIX PIC X(05).
000073 01 CAT-EOF-SW PIC X(01) VALUE "N".
000074 88 CAT-EOF VALUE "Y".
000075 01 BEST-GEN PIC 9(04) VALUE 0.
000076 01 BEST-DATE PIC 9(06) VALUE 0.
000077 01 BEST-COUNT PIC 9(07) VALUE 0.
000078 01 COPY-EOF-SW PIC X(01) VALUE "N".
000079 88 COPY-EOF VALUE "Y".
000080 01 LOADED-CT PIC 9(07) VALUE 0.
000081 01 DROPPED-CT PIC 9(07) VALUE 0.
000082 01 LOST-CT PIC 9(07) VALUE 0.
000083 01 ANSWER-IN PIC X(08).
000084 COPY "oprlink.cpy".
000085 COPY "errlink.cpy".
000086 PROCEDURE DIVISION.
000087
000088 MAIN.
000089 DISPLAY "= INDEXED FILE REBUILD FROM GENERATION BACKUP =".
000090 MOVE "IXREBLD" TO ERR-PROGRAM.
000091 PERFORM SIGNON.
000092 IF NOT OPR-VERIFIED
000093 MOVE 16 TO RETURN-CODE
000094 STOP RUN
000095 END-IF.
000096 IF NOT OPR-IS-OPS
000097 DISPLAY "REBUILDS ARE FOR THE OPERATIONS ROLE ONLY. NOTHING"
000098     " REBUILT."
000099 MOVE "CONSOLE REFUSED TO" TO ERR-ACTION
000100 MOVE OPR-OPERATOR-ID TO ERR-ACTION(20:6)
000101 PERFORM LOGREFUSAL
000102 MOVE 16 TO RETURN-CODE
000103 STOP RUN
000104 END-IF.
000105 DISPLAY "WHICH FILE, GAMERES OR EMPMAST?".
000106 ACCEPT ANSWER-IN FROM CONSOLE.
000107 IF ANSWER-IN = "GAMERES"
000108 MOVE "GAMERES" TO WHICH-FILE
000109 MOVE "GRBKP" TO WHICH-PREFIX
000110 ELSE
000111 IF ANSWER-IN = "EMPMAST"
000112 MOVE "EMPMAST" TO WHICH-FILE
000113 MOVE "EMBKP" TO WHICH-PREFIX
000114 ELSE
000115 DISPLAY "THAT IS NEITHER FILE. NOTHING REBUILT."
000116 MOVE 16 TO RETURN-CODE
000117 STOP RUN
000118 END-IF
000119 END-IF.
000120 PERFORM FINDBEST.
000121 PERFORM CHECKLIVE.
000122 PERFORM RELOADFILE.
000123 MOVE WHICH-FILE TO ERR-FILE.
000124 MOVE LIVE-STATUS TO ERR-FILE-STATUS.
000125 IF LIVE-STATUS NOT = "00"
000126 DISPLAY "UNABLE TO CLOSE THE REBUILT ", WHICH-FILE, ". STATUS ",
000127     LIVE-STATUS, ". TREAT THE REBUILD AS FAILED."
000128 PERFORM LOGFAILED
000129 MOVE 16 TO RETURN-CODE
000130 STOP RUN
000131 END-IF.
000132 MOVE "W" TO ERR-SEVERITY.
000133 MOVE "REBUILT BY" TO ERR-ACTION.
000134 MOVE OPR-OPERATOR-ID TO ERR-ACTION(12:6).
000135 PERFORM CALLERRLOG.
000136 PERFORM REPORTLOSS.
000137 STOP RUN.
000138*SIGN THE OPERATOR ON THROUGH THE SHARED SIGN-ON.
000139 SIGNON.
000140 MOVE ERR-PROGRAM TO OPR-PROGRAM.
000141 CALL "OPRSIGN" USING OPR-CALL-AREA
000142 ON EXCEPTION
000143 DISPLAY "OPRSIGN UNAVAILABLE. NOBODY CAN SIGN ON."
000144 MOVE "N" TO OPR-RESULT
000145 END-CALL.
000146 GO-BACK.
000147*LOG ONE REFUSAL AGAINST THE OPERATOR MASTER. THE CALLER HAS
000148*ALREADY PUT WHAT WAS REFUSED, AND TO WHOM, INTO ERR-ACTION.
000149 LOGREFUSAL.
000150 MOVE "OPRMAST" TO ERR-FILE.
000151 MOVE "00" TO ERR-FILE-STATUS.
000152 MOVE "W" TO ERR-SEVERITY.
000153 PERFORM CALLERRLOG.
000154 GO-BACK.
000155*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000156*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000157*CONSOLE.
000158 CALLERRLOG.
000159 CALL "ERRLOG" USING ERR-CALL-AREA
000160 ON EXCEPTION
000161 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000162     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000163 END-CALL.
000164 GO-BACK.
000165*LOG A REBUILD THAT DID NOT FINISH, AND WHO RAN IT. THE CALLER
000166*HAS ALREADY PUT THE FILE AND THE FAILING STATUS IN PLACE.
000167 LOGFAILED.
000168 MOVE "E" TO ERR-SEVERITY.
000169 MOVE "REBUILD FAILED, RUN BY" TO ERR-ACTION.
000170 MOVE OPR-OPERATOR-ID TO ERR-ACTION(24:6).
000171 PERFORM CALLERRLOG.
000172 GO-BACK.
000173*FIND THE NEWEST VERIFIED GENERATION OF THE PICKED FILE ON
000174*THE CATALOG. NO CATALOG OR NO GOOD GENERATION MEANS THERE IS
000175*NOTHING TO COME BACK FROM, WHICH IS WORTH A LOUD STOP.
000176 FINDBEST.
000177 OPEN INPUT BACKUP-CAT-FILE.
000178 IF BC-STATUS-WK NOT = "00"
000179 DISPLAY "UNABLE TO OPEN BKPCAT. STATUS ", BC-STATUS-WK,
000180     ". NO CATALOG, NO REBUILD."
000181 MOVE 16 TO RETURN-CODE
000182 STOP RUN
000183 END-IF.
000184 PERFORM UNTIL CAT-EOF
000185 READ BACKUP-CAT-FILE
000186 AT END
000187 SET CAT-EOF TO TRUE
000188 NOT AT END
000189 IF (BC-FILE = WHICH-FILE) AND (BC-STATUS = "V")
000190     AND (BC-GEN > BEST-GEN)
000191 MOVE BC-GEN TO BEST-GEN
000192 MOVE BC-DATE TO BEST-DATE
000193 MOVE BC-COUNT TO BEST-COUNT
000194 END-IF
000195 END-READ
000196 END-PERFORM.
000197 CLOSE BACKUP-CAT-FILE.
000198 IF BEST-GEN = 0
000199 DISPLAY "NO VERIFIED GENERATION OF ", WHICH-FILE,
000200     " ON THE CATALOG. NOTHING TO REBUILD FROM."
000201 MOVE 16 TO RETURN-CODE
000202 STOP RUN
000203 END-IF.
000204 MOVE WHICH-PREFIX TO BN-PREFIX.
000205 MOVE BEST-GEN TO BN-GEN.
000206 DISPLAY "NEWEST GOOD GENERATION: ", BKP-NAME, " OF ",
000207     BEST-DATE, ", ", BEST-COUNT, " RECORDS.".
000208 GO-BACK.
000209*A LIVE FILE THAT OPENS CLEAN IS NOT REBUILT OVER - THE
000210*OPERATOR REMOVES IT FIRST IF THE REBUILD IS REALLY WANTED.
000211*ANY OTHER STATUS (35, 39, 9X) IS THE DAMAGE THIS UTILITY
000212*EXISTS FOR, AND THE REBUILD PROCEEDS.
000213 CHECKLIVE.
000214 IF WHICH-FILE = "GAMERES"
000215 OPEN INPUT GAME-RESULTS-FILE
000216 MOVE GR-STATUS TO LIVE-STATUS
000217 IF GR-STATUS = "00"
000218 CLOSE GAME-RESULTS-FILE
000219 END-IF
000220 ELSE
000221 OPEN INPUT EMPLOYEE-MASTER-FILE
000222 MOVE EM-STATUS TO LIVE-STATUS
000223 IF EM-STATUS = "00"
000224 CLOSE EMPLOYEE-MASTER-FILE
000225 END-IF
000226 END-IF.
000227 IF LIVE-STATUS = "00"
000228 DISPLAY WHICH-FILE, " OPENS CLEAN. REMOVE OR RENAME IT"
000229     " DELIBERATELY BEFORE REBUILDING. NOTHING REBUILT."
000230 MOVE 16 TO RETURN-CODE
000231 STOP RUN
000232 END-IF.
000233 DISPLAY WHICH-FILE, " STATUS WAS ", LIVE-STATUS,
000234     ". REBUILDING.".
000235 GO-BACK.
000236*RELOAD THE GENERATION INTO A FRESH INDEXED FILE. THE UNLOAD
000237*WAS TAKEN IN KEY ORDER, SO THE LOAD RUNS STRAIGHT THROUGH;
000238*A KEY THE NEW FILE REJECTS IS COUNTED, NOT EATEN. A REBUILD
000239*THAT CANNOT START IS LOGGED AS FAILED; LIVE-STATUS COMES BACK
000240*WITH HOW THE NEW FILE CLOSED.
000241 RELOADFILE.
000242 OPEN INPUT BACKUP-FILE.
000243 IF BF-STATUS NOT = "00"
000244 DISPLAY "UNABLE TO OPEN ", BKP-NAME, ". STATUS ", BF-STATUS,
000245     ". THE CATALOG KNOWS IT BUT THE COPY IS GONE."
000246 MOVE WHICH-FILE TO ERR-FILE
000247 MOVE BF-STATUS TO ERR-FILE-STATUS
000248 PERFORM LOGFAILED
000249 MOVE 16 TO RETURN-CODE
000250 STOP RUN
000251 END-IF.
000252 IF WHICH-FILE = "GAMERES"
000253 OPEN OUTPUT GAME-RESULTS-FILE
000254 MOVE GR-STATUS TO LIVE-STATUS
000255 ELSE
000256 OPEN OUTPUT EMPLOYEE-MASTER-FILE
000257 MOVE EM-STATUS TO LIVE-STATUS
000258 END-IF.
000259 IF LIVE-STATUS NOT = "00"
000260 DISPLAY "UNABLE TO RECREATE ", WHICH-FILE, ". STATUS ",
000261     LIVE-STATUS, "."
000262 CLOSE BACKUP-FILE
000263 MOVE WHICH-FILE TO ERR-FILE
000264 MOVE LIVE-STATUS TO ERR-FILE-STATUS
000265 PERFORM LOGFAILED
000266 MOVE 16 TO RETURN-CODE
000267 STOP RUN
000268 END-IF.
000269 PERFORM UNTIL COPY-EOF
000270 READ BACKUP-FILE
000271 AT END
000272 SET COPY-EOF TO TRUE
000273 NOT AT END
000274 PERFORM LOADRECORD
000275 END-READ
000276 END-PERFORM.
000277 CLOSE BACKUP-FILE.
000278 IF WHICH-FILE = "GAMERES"
000279 CLOSE GAME-RESULTS-FILE
000280 MOVE GR-STATUS TO LIVE-STATUS
000281 ELSE
000282 CLOSE EMPLOYEE-MASTER-FILE
000283 MOVE EM-STATUS TO LIVE-STATUS
000284 END-IF.
000285 GO-BACK.
000286*LOAD ONE IMAGE BACK INTO ITS RECORD AND WRITE IT. A REJECTED
000287*RECORD IS NAMED BY ITS KEY, NOT JUST COUNTED - THE OPERATOR
000288*NEEDS TO KNOW WHICH RECORDS TO CHASE, NOT HOW MANY VANISHED.
000289 LOADRECORD.
000290 IF WHICH-FILE = "GAMERES"
000291 MOVE BACKUP-REC(1:27) TO GAME-RESULT-REC
000292 WRITE GAME-RESULT-REC
000293 INVALID KEY
000294 ADD 1 TO DROPPED-CT
000295 DISPLAY "REJECTED ON LOAD: KEY ", GR-KEY, " STATUS ",
000296     GR-STATUS, "."
000297 NOT INVALID KEY
000298 ADD 1 TO LOADED-CT
000299 END-WRITE
000300 ELSE
000301 MOVE BACKUP-REC(1:36) TO EMPLOYEE-MASTER-REC
000302 WRITE EMPLOYEE-MASTER-REC
000303 INVALID KEY
000304 ADD 1 TO DROPPED-CT
000305 DISPLAY "REJECTED ON LOAD: KEY ", EM-EMPLOYEE-ID,
000306     " STATUS ", EM-STATUS, "."
000307 NOT INVALID KEY
000308 ADD 1 TO LOADED-CT
000309 END-WRITE
000310 END-IF.
000311 GO-BACK.
000312*SAY EXACTLY WHERE THE REBUILD LANDED: WHAT CAME BACK, WHAT
000313*THE CATALOG SAYS SHOULD HAVE, AND THE WINDOW OF UPDATES
000314*SINCE THE BACKUP DATE THAT NO COPY HOLDS.
000315 REPORTLOSS.
000316 DISPLAY "RECORDS RELOADED: ", LOADED-CT.
000317 IF DROPPED-CT > 0
000318 DISPLAY "RECORDS REJECTED ON LOAD: ", DROPPED-CT
000319 END-IF.
000320 IF LOADED-CT < BEST-COUNT
000321 COMPUTE LOST-CT = BEST-COUNT - LOADED-CT
000322 DISPLAY LOST-CT, " CATALOGUED RECORDS DID NOT COME BACK."
000323 MOVE 8 TO RETURN-CODE
000324 ELSE
000325 DISPLAY "EVERY CATALOGUED RECORD CAME BACK."
000326 END-IF.
000327 DISPLAY "ANYTHING WRITTEN TO ", WHICH-FILE, " AFTER ",
000328     BEST-DATE, " IS NOT IN THE BACKUP AND IS GONE.".
000329 GO-BACK.
