000012* JUST THE ONE DAY. BRLOAD AT HEAD OFFICE PROVES THE TRAILER
000013* AND THE GENERATION SEQUENCE BEFORE MERGING - THIS REPLACES
000014* BRANCH 07 MAILING NUMBERS ON PAPER.
000015*10/15/26 MIBI88 - A RECORD BELONGS TO THIS BRANCH WHEN THE
000016* EMPLOYEE (THE FIRST PLAYER, FOR A CHALLENGE) BELONGED TO IT
000017* ON THE RECORD'S DATE, ASKED OF BRHIST AGAINST THE EMPBRHST
000018* BRANCH HISTORY - NOT WHEN THE ID PREFIX MATCHES. A TRANSFEREE
000019* IS SENT BY THE BRANCH THEY NOW PLAY FOR.
000020* A BRANCH HISTORY TOO BIG FOR BRHIST TO LOAD ENDS THE RUN RC 8
000021* WITH A WARNING.
000022 ENVIRONMENT DIVISION.
000023 CONFIGURATION SECTION.
000024 SOURCE-COMPUTER. GNUCOBOL.
000025 OBJECT-COMPUTER. GNUCOBOL.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028 SELECT EXTRACT-CTL-FILE ASSIGN "BXCTL"
000029 ORGANIZATION LINE SEQUENTIAL
000030 FILE STATUS IS BX-STATUS.
000031 SELECT GAME-RESULTS-FILE ASSIGN "GAMERES"
000032 ORGANIZATION INDEXED
000033 ACCESS DYNAMIC
000034 RECORD KEY IS GR-KEY
000035 ALTERNATE RECORD KEY IS GR-DATE WITH DUPLICATES
000036 FILE STATUS IS GR-STATUS.
000037 SELECT CHALLENGE-RESULTS-FILE ASSIGN "CHALRES"
000038 ORGANIZATION LINE SEQUENTIAL
000039 FILE STATUS IS CL-STATUS.
000040 SELECT TRANSMIT-FILE ASSIGN "BXMIT"
000041 ORGANIZATION LINE SEQUENTIAL
000042 FILE STATUS IS TX-STATUS.
000043
000044 DATA DIVISION.
000045 FILE SECTION.
000046 FD EXTRACT-CTL-FILE.
000047 01 EXTRACT-CTL-REC.
000048 02 BX-BRANCH PIC X(02).
000049 02 BX-DATE PIC 9(06).
000050 02 BX-GEN PIC 9(04).
000051 FD GAME-RESULTS-FILE.
000052 COPY "gameres.cpy".
000053 FD CHALLENGE-RESULTS-FILE.
000054 COPY "chalres.cpy".
000055 FD TRANSMIT-FILE.
000056 COPY "bxmit.cpy".
000057 WORKING-STORAGE SECTION.
000058 01 BX-STATUS PIC X(02).
000059 01 GR-STATUS PIC X(02).
000060 01 CL-STATUS PIC X(02).
000061 01 TX-STATUS PIC X(02).
000062 01 CTL-BRANCH PIC X(02).
000063 01 CTL-DATE PIC 9(06).
000064 01 CTL-GEN PIC 9(04).
000065 01 RES-EOF-SW PIC X(01) VALUE "N".
000066 88 RES-EOF VALUE "Y".
000067 01 CHAL-EOF-SW PIC X(01) VALUE "N".
000068 88 CHAL-EOF VALUE "Y".
000069 01 GAME-CT PIC 9(05) VALUE 0.
000070 01 CHAL-CT PIC 9(05) VALUE 0.
000071 01 TRIES-HASH PIC 9(09) VALUE 0.
000072 01 SKIP-CT PIC 9(05) VALUE 0.
000073 01 BRH-SHORT-SW PIC X(01) VALUE "N".
000074 88 BRH-SHORT VALUE "Y".
000075 COPY "brhlink.cpy".
000076 PROCEDURE DIVISION.
000077
000078 MAIN.
000079 DISPLAY "= BRANCH INTERCHANGE EXTRACT =".
000080 MOVE "BREXTR" TO BRH-PROGRAM.
000081 PERFORM READCTL.
000082*A TRANSMISSION LEFT OVER FROM AN EARLIER RUN MAY NOT HAVE
000083*BEEN SENT YET - CREATING A FRESH ONE OVER IT WOULD LOSE THE
000084*DAY, SO THE JOB REFUSES INSTEAD.
000085 OPEN INPUT TRANSMIT-FILE.
000086 IF TX-STATUS = "00"
000087 CLOSE TRANSMIT-FILE
000088 DISPLAY "BXMIT ALREADY EXISTS. SEND OR PUT AWAY THE PRIOR"
000089     " TRANSMISSION FIRST. NOTHING EXTRACTED."
000090 MOVE 16 TO RETURN-CODE
000091 STOP RUN
000092 END-IF.
000093 OPEN OUTPUT TRANSMIT-FILE.
000094 IF TX-STATUS NOT = "00"
000095 DISPLAY "UNABLE TO CREATE BXMIT. STATUS ", TX-STATUS, "."
000096 MOVE 16 TO RETURN-CODE
000097 STOP RUN
000098 END-IF.
000099 PERFORM WRITEHEADER.
000100 PERFORM EXTRACTGAMES.
000101 PERFORM EXTRACTCHALS.
000102 PERFORM WRITETRAILER.
000103 CLOSE TRANSMIT-FILE.
000104 DISPLAY "GAME RECORDS EXTRACTED:      ", GAME-CT.
000105 DISPLAY "CHALLENGE RECORDS EXTRACTED: ", CHAL-CT.
000106 DISPLAY "TRIES-USED HASH TOTAL:       ", TRIES-HASH.
000107 IF SKIP-CT > 0
000108 DISPLAY "RECORDS SKIPPED (OTHER BRANCH): ", SKIP-CT
000109 END-IF.
000110 IF BRH-SHORT
000111 DISPLAY "BRANCH HISTORY INCOMPLETE. BRANCH SELECTION UNRELIABLE"
000112     " - SEE THE EXCEPTION LOG."
000113 MOVE 8 TO RETURN-CODE
000114 END-IF.
000115 STOP RUN.
000116*READ THE EXTRACT CONTROL: WHICH BRANCH, WHICH BUSINESS DATE,
000117*AND TONIGHT'S GENERATION NUMBER. NO CONTROL, NO EXTRACT.
000118 READCTL.
000119 OPEN INPUT EXTRACT-CTL-FILE.
000120 IF BX-STATUS NOT = "00"
000121 DISPLAY "UNABLE TO OPEN BXCTL. STATUS ", BX-STATUS, "."
000122 DISPLAY "NO BRANCH/DATE/GENERATION, NOTHING EXTRACTED."
000123 MOVE 16 TO RETURN-CODE
000124 STOP RUN
000125 END-IF.
000126 READ EXTRACT-CTL-FILE
000127 AT END
000128 DISPLAY "BXCTL IS EMPTY. NOTHING EXTRACTED."
000129 CLOSE EXTRACT-CTL-FILE
000130 MOVE 16 TO RETURN-CODE
000131 STOP RUN
000132 NOT AT END
000133 MOVE BX-BRANCH TO CTL-BRANCH
000134 MOVE BX-DATE TO CTL-DATE
000135 MOVE BX-GEN TO CTL-GEN
000136 END-READ.
000137 CLOSE EXTRACT-CTL-FILE.
000138 IF (CTL-BRANCH = SPACES) OR (CTL-DATE IS NOT NUMERIC)
000139     OR (CTL-GEN IS NOT NUMERIC) OR (CTL-GEN = 0)
000140 DISPLAY "BXCTL IS NOT USABLE. NOTHING EXTRACTED."
000141 MOVE 16 TO RETURN-CODE
000142 STOP RUN
000143 END-IF.
000144 DISPLAY "EXTRACTING BRANCH ", CTL-BRANCH, " DATE ", CTL-DATE,
000145     " GENERATION ", CTL-GEN, ".".
000146 GO-BACK.
000147*WRITE THE TRANSMISSION HEADER.
000148 WRITEHEADER.
000149 MOVE SPACES TO TRANSMIT-REC.
000150 MOVE "H" TO TX-TYPE.
000151 MOVE CTL-BRANCH TO TXH-BRANCH.
000152 MOVE CTL-DATE TO TXH-DATE.
000153 MOVE CTL-GEN TO TXH-GEN.
000154 WRITE TRANSMIT-REC.
000155 GO-BACK.
000156*PULL THE BUSINESS DATE'S GAME-RESULTS THROUGH THE GR-DATE
000157*ALTERNATE KEY. A RECORD WHOSE EMPLOYEE WAS NOT WITH THIS
000158*BRANCH THAT DAY IS SKIPPED AND COUNTED - ON A BRANCH MACHINE
000159*THAT MEANS A STRANGER'S ID GOT INTO THE FILE, WHICH IS WORTH
000160*A LINE ON THE JOB LOG. A MISSING RESULTS FILE STOPS THE JOB;
000161*A DAY WITH NO RECORDS IS A VALID, EMPTY TRANSMISSION.
000162 EXTRACTGAMES.
000163 OPEN INPUT GAME-RESULTS-FILE.
000164 IF GR-STATUS NOT = "00"
000165 DISPLAY "UNABLE TO OPEN GAMERES. STATUS ", GR-STATUS, "."
000166 CLOSE TRANSMIT-FILE
000167 MOVE 16 TO RETURN-CODE
000168 STOP RUN
000169 END-IF.
000170 MOVE CTL-DATE TO GR-DATE.
000171 START GAME-RESULTS-FILE KEY = GR-DATE
000172 INVALID KEY
000173 SET RES-EOF TO TRUE
000174 END-START.
000175 PERFORM UNTIL RES-EOF
000176 READ GAME-RESULTS-FILE NEXT RECORD
000177 AT END
000178 SET RES-EOF TO TRUE
000179 NOT AT END
000180 IF GR-DATE = CTL-DATE
000181 PERFORM WRITEGAME
000182 ELSE
000183 SET RES-EOF TO TRUE
000184 END-IF
000185 END-READ
000186 END-PERFORM.
000187 CLOSE GAME-RESULTS-FILE.
000188 GO-BACK.
000189*WRITE ONE GAME DETAIL RECORD AND ROLL IT INTO THE CONTROLS.
000190 WRITEGAME.
000191 MOVE GR-EMPLOYEE-ID TO BRH-EMPLOYEE-ID.
000192 MOVE GR-DATE TO BRH-DATE.
000193 PERFORM CALLBRHIST.
000194 IF BRH-BRANCH = CTL-BRANCH
000195 MOVE SPACES TO TRANSMIT-REC
000196 MOVE "G" TO TX-TYPE
000197 MOVE GAME-RESULT-REC TO TXG-IMAGE
000198 WRITE TRANSMIT-REC
000199 ADD 1 TO GAME-CT
000200 ADD GR-TRIES-USED TO TRIES-HASH
000201 ELSE
000202 ADD 1 TO SKIP-CT
000203 END-IF.
000204 GO-BACK.
000205*PULL THE BUSINESS DATE'S CHALLENGE RECORDS. THE FILE ONLY
000206*EXISTS ONCE A CHALLENGE HAS BEEN PLAYED, SO A MISSING FILE
000207*JUST MEANS NONE TO SEND.
000208 EXTRACTCHALS.
000209 OPEN INPUT CHALLENGE-RESULTS-FILE.
000210 IF CL-STATUS = "00"
000211 PERFORM UNTIL CHAL-EOF
000212 READ CHALLENGE-RESULTS-FILE
000213 AT END
000214 SET CHAL-EOF TO TRUE
000215 NOT AT END
000216 IF CH-DATE = CTL-DATE
000217 PERFORM WRITECHAL
000218 END-IF
000219 END-READ
000220 END-PERFORM
000221 CLOSE CHALLENGE-RESULTS-FILE
000222 ELSE
000223 DISPLAY "CHALRES NOT FOUND. NO CHALLENGE RECORDS TO SEND."
000224 END-IF.
000225 GO-BACK.
000226*WRITE ONE OF THE DAY'S CHALLENGE RECORDS IF ITS FIRST PLAYER
000227*WAS WITH THIS BRANCH THAT DAY.
000228 WRITECHAL.
000229 MOVE CH-EMPLOYEE-1 TO BRH-EMPLOYEE-ID.
000230 MOVE CH-DATE TO BRH-DATE.
000231 PERFORM CALLBRHIST.
000232 IF BRH-BRANCH = CTL-BRANCH
000233 MOVE SPACES TO TRANSMIT-REC
000234 MOVE "C" TO TX-TYPE
000235 MOVE CHALLENGE-RESULT-REC TO TXC-IMAGE
000236 WRITE TRANSMIT-REC
000237 ADD 1 TO CHAL-CT
000238 END-IF.
000239 GO-BACK.
000240*ASK THE SHARED LOOKUP WHICH BRANCH THE EMPLOYEE BELONGED TO
000241*ON THE DATE. IF THE LOOKUP ITSELF IS MISSING, THE ID PREFIX
000242*STANDS IN, AS IT ALWAYS DID.
000243*A HISTORY TOO BIG FOR BRHIST'S TABLE IS NOTED FOR THE END OF
000244*THE RUN.
000245 CALLBRHIST.
000246 CALL "BRHIST" USING BRH-CALL-AREA
000247 ON EXCEPTION
000248 MOVE BRH-EMPLOYEE-ID(1:2) TO BRH-BRANCH
000249 MOVE SPACE TO BRH-RESULT
000250 END-CALL.
000251 IF BRH-HISTORY-SHORT
000252 SET BRH-SHORT TO TRUE
000253 END-IF.
000254 GO-BACK.
000255*WRITE THE TRAILER WITH THE COUNTS AND HASH THE RECEIVER WILL
000256*PROVE AGAINST.
000257 WRITETRAILER.
000258 MOVE SPACES TO TRANSMIT-REC.
000259 MOVE "T" TO TX-TYPE.
000260 MOVE GAME-CT TO TXT-GAME-CT.
000261 MOVE CHAL-CT TO TXT-CHAL-CT.
000262 MOVE TRIES-HASH TO TXT-TRIES-HASH.
000263 WRITE TRANSMIT-REC.
000264 GO-BACK.
