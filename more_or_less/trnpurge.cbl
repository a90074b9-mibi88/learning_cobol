000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. TRNPURGE.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - RETENTION FOR THE TRAINING PLAN FILE, THE
000007* SAME SHAPE AS EXCPURGE: COPY FINISHED PLANS - COMPLETE ONES
000008* CLOSED BEFORE THE TRPURCTL CUTOFF AND CANCELLED ONES DUE
000009* BEFORE IT - TO THE TRNARCH ARCHIVE, PROVE READ = ARCHIVED +
000010* RETAINED, AND ONLY THEN REWRITE TRNASSGN WITH WHAT STAYS.
000011* OPEN PLANS NEVER LEAVE THE LIVE FILE, HOWEVER OLD - AN
000012* OVERDUE PLAN IS THE TRAINER'S TO CANCEL, NOT THE CALENDAR'S.
000013* TRNMAINT AND THE KIOSK HOLD THE WHOLE FILE IN A TABLE, SO
000014* THIS KEEPS IT TO THE PLANS STILL WORTH SEEING. AN
000015* OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 16 AND THE LIVE
000016* FILE UNTOUCHED.
000017 ENVIRONMENT DIVISION.
000018 CONFIGURATION SECTION.
000019 SOURCE-COMPUTER. GNUCOBOL.
000020 OBJECT-COMPUTER. GNUCOBOL.
000021 INPUT-OUTPUT SECTION.
000022 FILE-CONTROL.
000023 SELECT PURGE-CTL-FILE ASSIGN "TRPURCTL"
000024 ORGANIZATION LINE SEQUENTIAL
000025 FILE STATUS IS PC-STATUS.
000026 SELECT TRAIN-ASSIGN-FILE ASSIGN "TRNASSGN"
000027 ORGANIZATION LINE SEQUENTIAL
000028 FILE STATUS IS TA-FILE-STATUS.
000029 SELECT ARCHIVE-FILE ASSIGN "TRNARCH"
000030 ORGANIZATION LINE SEQUENTIAL
000031 FILE STATUS IS AR-STATUS.
000032
000033 DATA DIVISION.
000034 FILE SECTION.
000035 FD PURGE-CTL-FILE.
000036 01 PURGE-CTL-REC.
000037 02 PC-CUTOFF-DATE PIC 9(06).
000038 FD TRAIN-ASSIGN-FILE.
000039 COPY "trnassgn.cpy".
000040 FD ARCHIVE-FILE.
000041 01 ARCHIVE-REC PIC X(38).
000042 WORKING-STORAGE SECTION.
000043 01 PC-STATUS PIC X(02).
000044 01 TA-FILE-STATUS PIC X(02).
000045 01 AR-STATUS PIC X(02).
000046 01 CUTOFF-DATE PIC 9(06).
000047 01 PLAN-EOF-SW PIC X(01) VALUE "N".
000048 88 PLAN-EOF VALUE "Y".
000049 01 OVERFLOW-SW PIC X(01) VALUE "N".
000050 88 PLAN-OVERFLOW VALUE "Y".
000051 01 PLAN-TABLE.
000052 02 PLAN-ENTRY OCCURS 5000 TIMES.
000053 03 PLAN-IMAGE PIC X(38).
000054 03 PLAN-KEEP PIC X(01).
000055 01 PLAN-USED PIC 9(04) VALUE 0.
000056 01 PLAN-IX PIC 9(04).
000057 01 READ-CT PIC 9(05) VALUE 0.
000058 01 ARCH-CT PIC 9(05) VALUE 0.
000059 01 RETAIN-CT PIC 9(05) VALUE 0.
000060 01 ARCHFAIL-CT PIC 9(05) VALUE 0.
000061 01 BALANCE-CT PIC 9(05).
000062 PROCEDURE DIVISION.
000063
000064 MAIN.
000065 DISPLAY "= TRAINING PLAN RETENTION (ARCHIVE AND PURGE) =".
000066 PERFORM READCUTOFF.
000067 PERFORM LOADPLANS.
000068 PERFORM ARCHIVEPASS.
000069 PERFORM BALANCECHECK.
000070 PERFORM REWRITEPLANS.
000071 DISPLAY "RETENTION COMPLETE. LIVE PLANS KEPT: ", RETAIN-CT.
000072 STOP RUN.
000073*READ THE RETENTION CUTOFF. A PURGE WITH NO STATED CUTOFF DOES
000074*NOT GUESS ONE - IT REFUSES TO RUN.
000075 READCUTOFF.
000076 OPEN INPUT PURGE-CTL-FILE.
000077 IF PC-STATUS NOT = "00"
000078 DISPLAY "UNABLE TO OPEN TRPURCTL. STATUS ", PC-STATUS, "."
000079 DISPLAY "NO CUTOFF DATE, NOTHING PURGED."
000080 MOVE 16 TO RETURN-CODE
000081 STOP RUN
000082 END-IF.
000083 READ PURGE-CTL-FILE
000084 AT END
000085 DISPLAY "TRPURCTL IS EMPTY. NOTHING PURGED."
000086 CLOSE PURGE-CTL-FILE
000087 MOVE 16 TO RETURN-CODE
000088 STOP RUN
000089 NOT AT END
000090 MOVE PC-CUTOFF-DATE TO CUTOFF-DATE
000091 END-READ.
000092 CLOSE PURGE-CTL-FILE.
000093 IF CUTOFF-DATE IS NOT NUMERIC
000094 DISPLAY "TRPURCTL CUTOFF IS NOT A VALID DATE. NOTHING PURGED."
000095 MOVE 16 TO RETURN-CODE
000096 STOP RUN
000097 END-IF.
000098 DISPLAY "ARCHIVING FINISHED PLANS DATED BEFORE ", CUTOFF-DATE,
000099     ".".
000100 GO-BACK.
000101*LOAD THE WHOLE PLAN FILE. THE LIVE FILE HAS TO BE REWRITTEN IN
000102*PLACE - LINE SEQUENTIAL HAS NO DELETE - SO THE TABLE IS THE
000103*SAFE COPY WHILE THAT HAPPENS. A FILE PAST THE TABLE LIMIT IS
000104*REFUSED RATHER THAN HALF-PURGED.
000105 LOADPLANS.
000106 OPEN INPUT TRAIN-ASSIGN-FILE.
000107 IF TA-FILE-STATUS NOT = "00"
000108 DISPLAY "TRNASSGN NOT FOUND. NOTHING TO PURGE."
000109 STOP RUN
000110 END-IF.
000111 PERFORM UNTIL PLAN-EOF OR PLAN-OVERFLOW
000112 READ TRAIN-ASSIGN-FILE
000113 AT END
000114 SET PLAN-EOF TO TRUE
000115 NOT AT END
000116 IF PLAN-USED = 5000
000117 SET PLAN-OVERFLOW TO TRUE
000118 ELSE
000119 ADD 1 TO READ-CT
000120 ADD 1 TO PLAN-USED
000121 MOVE TRAINING-ASSIGN-REC TO PLAN-IMAGE(PLAN-USED)
000122 END-IF
000123 END-READ
000124 END-PERFORM.
000125 CLOSE TRAIN-ASSIGN-FILE.
000126 IF PLAN-OVERFLOW
000127 DISPLAY "TRNASSGN HAS MORE THAN 5000 PLANS. ARCHIVE IT BY"
000128     " HAND OR RAISE THE CUTOFF. NOTHING PURGED."
000129 MOVE 16 TO RETURN-CODE
000130 STOP RUN
000131 END-IF.
000132 GO-BACK.
000133*COPY THE FINISHED, OUT-OF-RETENTION PLANS TO THE ARCHIVE AND
000134*MARK EACH TABLE ENTRY KEEP OR GO. AN ARCHIVE LEFT OVER FROM
000135*AN EARLIER RUN IS THE ONLY COPY OF PLANS ALREADY PURGED, SO
000136*THE JOB REFUSES TO CREATE A FRESH ONE OVER IT.
000137 ARCHIVEPASS.
000138 OPEN INPUT ARCHIVE-FILE.
000139 IF AR-STATUS = "00"
000140 CLOSE ARCHIVE-FILE
000141 DISPLAY "TRNARCH ALREADY EXISTS. RENAME OR PUT AWAY THE"
000142     " PRIOR ARCHIVE FIRST. NOTHING PURGED."
000143 MOVE 16 TO RETURN-CODE
000144 STOP RUN
000145 END-IF.
000146 OPEN OUTPUT ARCHIVE-FILE.
000147 IF AR-STATUS NOT = "00"
000148 DISPLAY "UNABLE TO CREATE TRNARCH. STATUS ", AR-STATUS, "."
000149 MOVE 16 TO RETURN-CODE
000150 STOP RUN
000151 END-IF.
000152 PERFORM VARYING PLAN-IX FROM 1 BY 1 UNTIL PLAN-IX > PLAN-USED
000153 PERFORM JUDGEPLAN
000154 END-PERFORM.
000155 CLOSE ARCHIVE-FILE.
000156 GO-BACK.
000157*ONE PLAN: COMPLETE BEFORE THE CUTOFF, OR CANCELLED AND DUE
000158*BEFORE IT (A CANCELLATION CARRIES NO DATE OF ITS OWN), GOES
000159*TO THE ARCHIVE; EVERYTHING ELSE STAYS LIVE. AN ARCHIVE WRITE
000160*THAT COMES BACK BAD KEEPS THE PLAN LIVE AND IS COUNTED AS A
000161*FAILURE SO THE BALANCE CHECK CANNOT PROVE OUT.
000162 JUDGEPLAN.
000163 MOVE PLAN-IMAGE(PLAN-IX) TO TRAINING-ASSIGN-REC.
000164 IF ((TA-STATUS = "C") AND (TA-COMPLETE-DATE < CUTOFF-DATE))
000165     OR ((TA-STATUS = "X") AND (TA-DUE-DATE < CUTOFF-DATE))
000166 MOVE PLAN-IMAGE(PLAN-IX) TO ARCHIVE-REC
000167 WRITE ARCHIVE-REC
000168 IF AR-STATUS = "00"
000169 ADD 1 TO ARCH-CT
000170 MOVE "N" TO PLAN-KEEP(PLAN-IX)
000171 ELSE
000172 ADD 1 TO ARCHFAIL-CT
000173 ADD 1 TO RETAIN-CT
000174 MOVE "Y" TO PLAN-KEEP(PLAN-IX)
000175 END-IF
000176 ELSE
000177 ADD 1 TO RETAIN-CT
000178 MOVE "Y" TO PLAN-KEEP(PLAN-IX)
000179 END-IF.
000180 GO-BACK.
000181*PROVE THE RUN: PLANS READ MUST EQUAL PLANS ARCHIVED PLUS PLANS
000182*RETAINED, WITH NO ARCHIVE WRITE FAILURES. IF NOT, THE LIVE
000183*FILE IS LEFT AS IT WAS.
000184 BALANCECHECK.
000185 COMPUTE BALANCE-CT = ARCH-CT + RETAIN-CT.
000186 DISPLAY "PLANS READ:     ", READ-CT.
000187 DISPLAY "PLANS ARCHIVED: ", ARCH-CT.
000188 DISPLAY "PLANS RETAINED: ", RETAIN-CT.
000189 IF ARCHFAIL-CT > 0
000190 DISPLAY "ARCHIVE WRITE FAILURES: ", ARCHFAIL-CT
000191 END-IF.
000192 IF (READ-CT NOT = BALANCE-CT) OR (ARCHFAIL-CT > 0)
000193 DISPLAY "CONTROL TOTALS DO NOT BALANCE. LIVE FILE UNTOUCHED."
000194 MOVE 16 TO RETURN-CODE
000195 STOP RUN
000196 END-IF.
000197 DISPLAY "CONTROL TOTALS BALANCE.".
000198 GO-BACK.
000199*THE COUNTS PROVED OUT: REWRITE TRNASSGN WITH THE KEEPERS.
000200*NOTHING ARCHIVED MEANS NOTHING TO REWRITE.
000201 REWRITEPLANS.
000202 IF ARCH-CT = 0
000203 DISPLAY "NOTHING FINISHED AND OLDER THAN THE CUTOFF. LIVE FILE"
000204     " UNTOUCHED."
000205 STOP RUN
000206 END-IF.
000207 OPEN OUTPUT TRAIN-ASSIGN-FILE.
000208 IF TA-FILE-STATUS NOT = "00"
000209 DISPLAY "UNABLE TO REWRITE TRNASSGN. STATUS ", TA-FILE-STATUS,
000210     ". THE ARCHIVE HOLDS THE PURGED PLANS - INVESTIGATE"
000211     " BEFORE RERUNNING."
000212 MOVE 16 TO RETURN-CODE
000213 STOP RUN
000214 END-IF.
000215 PERFORM VARYING PLAN-IX FROM 1 BY 1 UNTIL PLAN-IX > PLAN-USED
000216 IF PLAN-KEEP(PLAN-IX) = "Y"
000217 MOVE PLAN-IMAGE(PLAN-IX) TO TRAINING-ASSIGN-REC
000218 WRITE TRAINING-ASSIGN-REC
000219 END-IF
000220 END-PERFORM.
000221 CLOSE TRAIN-ASSIGN-FILE.
000222 GO-BACK.
