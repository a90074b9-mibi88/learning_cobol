000012* TRAINING PROGRAM.
000013*09/02/26 MIBI88 - THE GRARCH ARCHIVE RECORD NOW CARRIES THE
000014* KIOSK STATION STAMP, SO THE LAYOUT HERE FOLLOWS GRPURGE.
000015*10/15/26 MIBI88 - EVERY LINE NOW LEADS WITH THE BRANCH THE
000016* EMPLOYEE BELONGED TO ON THE SESSION DATE, ASKED OF BRHIST
000017* AGAINST THE EMPBRHST BRANCH HISTORY, AND THE MONTH SORTS BY
000018* THAT BRANCH FIRST. A TRANSFEREE'S WEEKS BEFORE AND AFTER THE
000019* MOVE LAND UNDER THEIR OWN BRANCHES, EACH TRENDED ON ITS OWN.
000020* A BRANCH HISTORY TOO BIG FOR BRHIST TO LOAD ENDS THE RUN RC 8
000021* WITH A WARNING ON THE REPORT.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT TREND-CTL-FILE ASSIGN "TRENDCTL"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS TC-STATUS.
000031 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000032 ORGANIZATION INDEXED
000033 ACCESS SEQUENTIAL
000034 RECORD KEY IS GR-KEY
000035 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000036 FILE STATUS IS GR-STATUS.
000037 SELECT ARCHIVE-FILE ASSIGN "GRARCH"
000038 ORGANIZATION LINE SEQUENTIAL
000039 FILE STATUS IS AR-STATUS.
000040 SELECT SORT-FILE ASSIGN "SRTWORK".
000041 SELECT REPORT-FILE ASSIGN "TRRPTOUT"
000042 ORGANIZATION LINE SEQUENTIAL
000043 FILE STATUS IS RPT-STATUS.
000044
000045 DATA DIVISION.
000046 FILE SECTION.
000047 FD TREND-CTL-FILE.
000048 01 TREND-CTL-REC.
000049 02 TC-MONTH PIC 9(04).
000050 FD GAME-RESULTS-FILE.
000051 COPY "gameres.cpy".
000052 FD ARCHIVE-FILE.
000053 01 ARCHIVE-REC.
000054 02 AR-EMPLOYEE-ID PIC X(06).
000055 02 AR-DATE PIC 9(06).
000056 02 AR-SEQ PIC 9(03).
000057 02 AR-START-TRIES PIC 99.
000058 02 AR-TRIES-USED PIC 99.
000059 02 AR-EXPECTED PIC 9(03).
000060 02 AR-OUTCOME PIC X(01).
000061 02 AR-STATION PIC X(04).
000062 SD SORT-FILE.
000063 01 SRT-REC.
000064 02 SRT-BRANCH PIC X(02).
000065 02 SRT-EMPLOYEE-ID PIC X(06).
000066 02 SRT-DATE PIC 9(06).
000067 02 SRT-TRIES-USED PIC 99.
000068 02 SRT-OUTCOME PIC X(01).
000069 FD REPORT-FILE.
000070 01 REPORT-LINE.
000071 02 RL-BRANCH PIC X(02).
000072 02 FILLER PIC X(02) VALUE SPACES.
000073 02 RL-KEY PIC X(06).
000074 02 FILLER PIC X(03) VALUE SPACES.
000075 02 RL-WEEK PIC Z9.
000076 02 FILLER PIC X(03) VALUE SPACES.
000077 02 RL-SESSIONS PIC ZZZZ9.
000078 02 FILLER PIC X(03) VALUE SPACES.
000079 02 RL-WINRATE PIC ZZ9.9.
000080 02 RL-PCT PIC X(01).
000081 02 FILLER PIC X(03) VALUE SPACES.
000082 02 RL-AVGTRIES PIC Z9.9.
000083 02 FILLER PIC X(03) VALUE SPACES.
000084 02 RL-TREND PIC X(10).
000085 WORKING-STORAGE SECTION.
000086 01 TC-STATUS PIC X(02).
000087 01 GR-STATUS PIC X(02).
000088 01 AR-STATUS PIC X(02).
000089 01 RPT-STATUS PIC X(02).
000090 01 REPORT-MONTH PIC 9(04).
000091 01 TODAY-DATE PIC 9(06).
000092 01 DATE-SPLIT.
000093 02 DS-YYMM PIC 9(04).
000094 02 DS-DD PIC 9(02).
000095 01 WEEK-NO PIC 9(01).
000096 01 LIVE-EOF-SW PIC X(01) VALUE "N".
000097 88 LIVE-EOF VALUE "Y".
000098 01 ARCH-EOF-SW PIC X(01) VALUE "N".
000099 88 ARCH-EOF VALUE "Y".
000100 01 SORT-EOF-SW PIC X(01) VALUE "N".
000101 88 SORT-EOF VALUE "Y".
000102 01 CURR-BRANCH PIC X(02) VALUE SPACES.
000103 01 CURR-EMPLOYEE PIC X(06) VALUE SPACES.
000104 01 CURR-WEEK PIC 9(01) VALUE 0.
000105 01 WEEK-SESSIONS PIC 9(05) VALUE 0.
000106 01 WEEK-WINS PIC 9(05) VALUE 0.
000107 01 WEEK-TRIES PIC 9(07) VALUE 0.
000108 01 HAVE-PREV-SW PIC X(01) VALUE "N".
000109 88 HAVE-PREV-WEEK VALUE "Y".
000110 01 PREV-AVGTRIES PIC 99V9 VALUE 0.
000111 01 WK-WINRATE PIC 999V9.
000112 01 WK-AVGTRIES PIC 99V9.
000113 01 BRH-SHORT-SW PIC X(01) VALUE "N".
000114 88 BRH-SHORT VALUE "Y".
000115 COPY "brhlink.cpy".
000116 PROCEDURE DIVISION.
000117
000118 MAIN.
000119 MOVE "GRTREND" TO BRH-PROGRAM.
000120 OPEN OUTPUT REPORT-FILE.
000121 IF RPT-STATUS NOT = "00"
000122 DISPLAY "UNABLE TO OPEN TRRPTOUT. ENDING REPORT RUN."
000123 STOP RUN
000124 END-IF.
000125 PERFORM GETMONTH.
000126 PERFORM WRITEHEADER.
000127 SORT SORT-FILE
000128 ON ASCENDING KEY SRT-BRANCH SRT-EMPLOYEE-ID SRT-DATE
000129 INPUT PROCEDURE IS FEEDSORT
000130 OUTPUT PROCEDURE IS PROCESSSORTED.
000131 PERFORM WARNSHORT.
000132 CLOSE REPORT-FILE.
000133 STOP RUN.
000134*PICK THE REPORT MONTH UP FROM TRENDCTL. WHEN THE CONTROL FILE
000135*IS MISSING OR BLANK THE CURRENT MONTH IS REPORTED, WHICH IS
000136*WHAT THE TRAINING OFFICE WANTS ON THE NORMAL MONTH-END RUN.
000137 GETMONTH.
000138 ACCEPT TODAY-DATE FROM DATE.
000139 MOVE TODAY-DATE TO DATE-SPLIT.
000140 MOVE DS-YYMM TO REPORT-MONTH.
000141 OPEN INPUT TREND-CTL-FILE.
000142 IF TC-STATUS = "00"
000143 READ TREND-CTL-FILE
000144 NOT AT END
000145 IF TC-MONTH IS NUMERIC
000146 MOVE TC-MONTH TO REPORT-MONTH
000147 END-IF
000148 END-READ
000149 CLOSE TREND-CTL-FILE
000150 END-IF.
000151 DISPLAY "TREND REPORT FOR MONTH ", REPORT-MONTH, ".".
000152 GO-BACK.
000153*WRITE THE REPORT'S COLUMN HEADINGS.
000154 WRITEHEADER.
000155 MOVE "= MOREORLESS MONTHLY IMPROVEMENT TREND =" TO REPORT-LINE.
000156 WRITE REPORT-LINE.
000157 MOVE SPACES TO REPORT-LINE.
000158 WRITE REPORT-LINE.
000159 MOVE "BR  EMPLOY  WK   SESSNS  WINRATE  AVGTRY   TREND"
000160     TO REPORT-LINE.
000161 WRITE REPORT-LINE.
000162 GO-BACK.
000163*FEED THE SORT FROM THE LIVE FILE AND THEN THE ARCHIVE, KEEPING
000164*ONLY THE REPORT MONTH. EITHER FILE MAY BE ABSENT - MONTH-END
000165*MAY HAVE ARCHIVED EVERYTHING, OR NEVER HAVE RUN YET.
000166 FEEDSORT.
000167 PERFORM FEEDLIVE.
000168 PERFORM FEEDARCH.
000169 GO-BACK.
000170*RELEASE THE REPORT MONTH'S RECORDS FROM THE LIVE FILE.
000171 FEEDLIVE.
000172 OPEN INPUT GAME-RESULTS-FILE.
000173 IF GR-STATUS = "00"
000174 PERFORM UNTIL LIVE-EOF
000175 READ GAME-RESULTS-FILE NEXT RECORD
000176 AT END
000177 SET LIVE-EOF TO TRUE
000178 NOT AT END
000179 MOVE GR-DATE TO DATE-SPLIT
000180 IF DS-YYMM = REPORT-MONTH
000181 MOVE GR-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
000182 MOVE GR-DATE TO SRT-DATE
000183 MOVE GR-TRIES-USED TO SRT-TRIES-USED
000184 MOVE GR-OUTCOME TO SRT-OUTCOME
000185 PERFORM SORTBRANCH
000186 RELEASE SRT-REC
000187 END-IF
000188 END-READ
000189 END-PERFORM
000190 CLOSE GAME-RESULTS-FILE
000191 ELSE
000192 DISPLAY "GAMERES UNAVAILABLE. USING THE ARCHIVE ALONE."
000193 END-IF.
000194 GO-BACK.
000195*RELEASE THE REPORT MONTH'S RECORDS FROM THE ARCHIVE.
000196 FEEDARCH.
000197 OPEN INPUT ARCHIVE-FILE.
000198 IF AR-STATUS = "00"
000199 PERFORM UNTIL ARCH-EOF
000200 READ ARCHIVE-FILE
000201 AT END
000202 SET ARCH-EOF TO TRUE
000203 NOT AT END
000204 MOVE AR-DATE TO DATE-SPLIT
000205 IF DS-YYMM = REPORT-MONTH
000206 MOVE AR-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
000207 MOVE AR-DATE TO SRT-DATE
000208 MOVE AR-TRIES-USED TO SRT-TRIES-USED
000209 MOVE AR-OUTCOME TO SRT-OUTCOME
000210 PERFORM SORTBRANCH
000211 RELEASE SRT-REC
000212 END-IF
000213 END-READ
000214 END-PERFORM
000215 CLOSE ARCHIVE-FILE
000216 END-IF.
000217 GO-BACK.
000218*ASK THE SHARED LOOKUP WHICH BRANCH THE EMPLOYEE BELONGED TO
000219*ON THE SESSION DATE. IF THE LOOKUP ITSELF IS MISSING, THE ID
000220*PREFIX STANDS IN.
000221*A HISTORY TOO BIG FOR BRHIST'S TABLE IS NOTED FOR THE END OF
000222*THE RUN.
000223 SORTBRANCH.
000224 MOVE SRT-EMPLOYEE-ID TO BRH-EMPLOYEE-ID.
000225 MOVE SRT-DATE TO BRH-DATE.
000226 CALL "BRHIST" USING BRH-CALL-AREA
000227 ON EXCEPTION
000228 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH
000229 MOVE SPACE TO BRH-RESULT
000230 END-CALL.
000231 IF BRH-HISTORY-SHORT
000232 SET BRH-SHORT TO TRUE
000233 END-IF.
000234 MOVE BRH-BRANCH TO SRT-BRANCH.
000235 GO-BACK.
000236*DRIVE THE SORTED MONTH, BREAKING ON EMPLOYEE AND ON THE WEEK
000237*WITHIN THE MONTH (DAYS 1-7 ARE WEEK 1, 8-14 WEEK 2, AND SO
000238*ON).
000239 PROCESSSORTED.
000240 PERFORM UNTIL SORT-EOF
000241 RETURN SORT-FILE
000242 AT END
000243 SET SORT-EOF TO TRUE
000244 NOT AT END
000245 PERFORM HANDLE-RECORD
000246 END-RETURN
000247 END-PERFORM.
000248 IF CURR-EMPLOYEE NOT = SPACES
000249 PERFORM WEEKTOTALS
000250 END-IF.
000251 GO-BACK.
000252*ACCUMULATE ONE SESSION INTO THE CURRENT EMPLOYEE-WEEK BUCKET,
000253*BREAKING WHEN ANY OF THEM CHANGES. A NEW EMPLOYEE OR BRANCH
000254*FORGETS THE PRIOR-WEEK AVERAGE SO NOBODY TRENDS AGAINST
000255*SOMEBODY ELSE, OR AGAINST ANOTHER BRANCH'S WEEKS.
000256 HANDLE-RECORD.
000257 MOVE SRT-DATE TO DATE-SPLIT.
000258 COMPUTE WEEK-NO = (DS-DD - 1) / 7 + 1.
000259 IF CURR-EMPLOYEE = SPACES
000260 MOVE SRT-BRANCH TO CURR-BRANCH
000261 MOVE SRT-EMPLOYEE-ID TO CURR-EMPLOYEE
000262 MOVE WEEK-NO TO CURR-WEEK
000263 ELSE
000264 IF (SRT-EMPLOYEE-ID NOT = CURR-EMPLOYEE)
000265     OR (SRT-BRANCH NOT = CURR-BRANCH)
000266 PERFORM WEEKTOTALS
000267 MOVE "N" TO HAVE-PREV-SW
000268 MOVE SRT-BRANCH TO CURR-BRANCH
000269 MOVE SRT-EMPLOYEE-ID TO CURR-EMPLOYEE
000270 MOVE WEEK-NO TO CURR-WEEK
000271 ELSE
000272 IF WEEK-NO NOT = CURR-WEEK
000273 PERFORM WEEKTOTALS
000274 MOVE WEEK-NO TO CURR-WEEK
000275 END-IF
000276 END-IF
000277 END-IF.
000278 ADD 1 TO WEEK-SESSIONS.
000279 IF SRT-OUTCOME = "W"
000280 ADD 1 TO WEEK-WINS
000281 END-IF.
000282 ADD SRT-TRIES-USED TO WEEK-TRIES.
000283 GO-BACK.
000284*PRINT ONE EMPLOYEE-WEEK LINE WITH ITS TREND AGAINST THE WEEK
000285*BEFORE, THEN RESET THE BUCKET. FEWER AVERAGE TRIES THAN LAST
000286*WEEK IS IMPROVING, MORE IS SLIPPING.
000287 WEEKTOTALS.
000288 COMPUTE WK-WINRATE ROUNDED =
000289     (WEEK-WINS * 100) / WEEK-SESSIONS
000290 ON SIZE ERROR MOVE 0 TO WK-WINRATE
000291 END-COMPUTE.
000292 COMPUTE WK-AVGTRIES ROUNDED = WEEK-TRIES / WEEK-SESSIONS
000293 ON SIZE ERROR MOVE 0 TO WK-AVGTRIES
000294 END-COMPUTE.
000295 MOVE SPACES TO REPORT-LINE.
000296 MOVE CURR-BRANCH TO RL-BRANCH.
000297 MOVE CURR-EMPLOYEE TO RL-KEY.
000298 MOVE CURR-WEEK TO RL-WEEK.
000299 MOVE WEEK-SESSIONS TO RL-SESSIONS.
000300 MOVE WK-WINRATE TO RL-WINRATE.
000301 MOVE "%" TO RL-PCT.
000302 MOVE WK-AVGTRIES TO RL-AVGTRIES.
000303 IF HAVE-PREV-WEEK
000304 IF WK-AVGTRIES < PREV-AVGTRIES
000305 MOVE "IMPROVING" TO RL-TREND
000306 ELSE
000307 IF WK-AVGTRIES > PREV-AVGTRIES
000308 MOVE "SLIPPING" TO RL-TREND
000309 ELSE
000310 MOVE "STEADY" TO RL-TREND
000311 END-IF
000312 END-IF
000313 ELSE
000314 MOVE "-" TO RL-TREND
000315 END-IF.
000316 WRITE REPORT-LINE.
000317 MOVE WK-AVGTRIES TO PREV-AVGTRIES.
000318 SET HAVE-PREV-WEEK TO TRUE.
000319 MOVE 0 TO WEEK-SESSIONS.
000320 MOVE 0 TO WEEK-WINS.
000321 MOVE 0 TO WEEK-TRIES.
000322 GO-BACK.
000323*A BRANCH HISTORY TOO BIG FOR BRHIST MEANS SOME RESULTS MAY SIT
000324*UNDER THE WRONG BRANCH. SAY SO ON THE REPORT ITSELF AND END
000325*RC 8, SO THE STREAM STOPS BEFORE THE FIGURES GO OUT AS SOUND.
000326 WARNSHORT.
000327 IF BRH-SHORT
000328 MOVE SPACES TO REPORT-LINE
000329 WRITE REPORT-LINE
000330 MOVE "** BRANCH HISTORY INCOMPLETE - BRANCHES UNRELIABLE"
000331     TO REPORT-LINE
000332 WRITE REPORT-LINE
000333 DISPLAY "BRANCH HISTORY INCOMPLETE. BRANCH FIGURES NOT RELIABLE"
000334     " - SEE THE EXCEPTION LOG."
000335 MOVE 8 TO RETURN-CODE
000336 END-IF.
000337 GO-BACK.
