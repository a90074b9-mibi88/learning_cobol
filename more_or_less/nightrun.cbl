000013* STREAM RERUN AFTER MIDNIGHT STILL SKIPS THE STEPS IT
000014* FINISHED THE EVENING BEFORE; THE SYSTEM DATE IS ONLY A
000015* FALLBACK WHEN NO CONTROL DATE IS SUPPLIED.
000016*10/15/26 MIBI88 - THE RUNLOG LAYOUT MOVES TO RUNLOG.CPY SO
000017* RUNTREND READS THE SAME RECORD THE STREAM WRITES.
000018 ENVIRONMENT DIVISION.
000019 CONFIGURATION SECTION.
000020 SOURCE-COMPUTER. GNUCOBOL.
000021 OBJECT-COMPUTER. GNUCOBOL.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024 SELECT BUS-DATE-FILE ASSIGN "BUSDATE"
000025 ORGANIZATION LINE SEQUENTIAL
000026 FILE STATUS IS BD-STATUS.
000027 SELECT RUN-CTL-FILE ASSIGN "RUNCTL"
000028 ORGANIZATION LINE SEQUENTIAL
000029 FILE STATUS IS RC-STATUS.
000030 SELECT RUN-LOG-FILE ASSIGN "RUNLOG"
000031 ORGANIZATION LINE SEQUENTIAL
000032 FILE STATUS IS RL-STATUS.
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036 FD BUS-DATE-FILE.
000037 01 BUS-DATE-REC.
000038 02 BD-DATE PIC 9(06).
000039 FD RUN-CTL-FILE.
000040 01 RUN-CTL-REC.
000041 02 SC-STEP-NO PIC 9(02).
000042 02 SC-NAME PIC X(08).
000043 02 SC-COMMAND PIC X(60).
000044 FD RUN-LOG-FILE.
000045 COPY "runlog.cpy".
000046 WORKING-STORAGE SECTION.
000047 01 BD-STATUS PIC X(02).
000048 01 RC-STATUS PIC X(02).
000049 01 RL-STATUS PIC X(02).
000050 01 BUSINESS-DATE PIC 9(06).
000051 01 CTL-EOF-SW PIC X(01) VALUE "N".
000052 88 CTL-EOF VALUE "Y".
000053 01 LOG-EOF-SW PIC X(01) VALUE "N".
000054 88 LOG-EOF VALUE "Y".
000055 01 DONE-TABLE.
000056 02 DONE-FLAG OCCURS 99 TIMES PIC X(01).
000057 01 STEP-START PIC 9(08).
000058 01 STEP-END PIC 9(08).
000059 01 RAW-RC PIC S9(09).
000060 01 STEP-RC PIC 9(04).
000061 01 RC-REMAINDER PIC 9(04).
000062 01 CMD-WORK PIC X(60).
000063 01 STEPS-RUN PIC 9(02) VALUE 0.
000064 01 STEPS-SKIPPED PIC 9(02) VALUE 0.
000065 PROCEDURE DIVISION.
000066
000067 MAIN.
000068 DISPLAY "= NIGHTLY JOB STREAM DRIVER =".
000069 PERFORM GETBUSDATE.
000070 DISPLAY "BUSINESS DATE ", BUSINESS-DATE, ".".
000071 MOVE ALL "N" TO DONE-TABLE.
000072 PERFORM LOADLOG.
000073 PERFORM RUNSTREAM.
000074 DISPLAY "STREAM COMPLETE. STEPS RUN: ", STEPS-RUN,
000075     " SKIPPED: ", STEPS-SKIPPED, ".".
000076 STOP RUN.
000077*PICK THE BUSINESS DATE UP FROM THE BUSDATE CONTROL FILE. A
000078*STREAM THAT FAILS LATE IN THE EVENING AND IS RERUN AFTER
000079*MIDNIGHT MUST STILL LOG AND RESTART UNDER THE EVENING'S DATE,
000080*SO THE WALL CLOCK IS ONLY THE FALLBACK WHEN OPERATIONS
000081*SUPPLIES NO DATE.
000082 GETBUSDATE.
000083 ACCEPT BUSINESS-DATE FROM DATE.
000084 OPEN INPUT BUS-DATE-FILE.
000085 IF BD-STATUS = "00"
000086 READ BUS-DATE-FILE
000087 NOT AT END
000088 IF BD-DATE IS NUMERIC
000089 MOVE BD-DATE TO BUSINESS-DATE
000090 END-IF
000091 END-READ
000092 CLOSE BUS-DATE-FILE
000093 END-IF.
000094 GO-BACK.
000095*READ THE RUN LOG AND MARK THE STEPS ALREADY COMPLETE FOR THIS
000096*BUSINESS DATE, SO A RESTART AFTER A FAILURE PICKS UP WHERE
000097*THE STREAM STOPPED INSTEAD OF RERUNNING FINISHED WORK. AN
000098*ABSENT LOG JUST MEANS A FIRST RUN.
000099 LOADLOG.
000100 OPEN INPUT RUN-LOG-FILE.
000101 IF RL-STATUS = "00"
000102 PERFORM UNTIL LOG-EOF
000103 READ RUN-LOG-FILE
000104 AT END
000105 SET LOG-EOF TO TRUE
000106 NOT AT END
000107 IF (LOG-DATE = BUSINESS-DATE)
000108     AND (LOG-STATUS = "C")
000109     AND (LOG-STEP >= 1) AND (LOG-STEP <= 99)
000110 MOVE "Y" TO DONE-FLAG(LOG-STEP)
000111 END-IF
000112 END-READ
000113 END-PERFORM
000114 CLOSE RUN-LOG-FILE
000115 END-IF.
000116 GO-BACK.
000117*DRIVE THE STEP LIST IN ORDER. NO STEP LIST IS A SETUP ERROR,
000118*NOT AN EMPTY NIGHT.
000119 RUNSTREAM.
000120 OPEN INPUT RUN-CTL-FILE.
000121 IF RC-STATUS NOT = "00"
000122 DISPLAY "UNABLE TO OPEN RUNCTL. STATUS ", RC-STATUS, "."
000123 MOVE 16 TO RETURN-CODE
000124 STOP RUN
000125 END-IF.
000126 PERFORM UNTIL CTL-EOF
000127 READ RUN-CTL-FILE
000128 AT END
000129 SET CTL-EOF TO TRUE
000130 NOT AT END
000131 PERFORM JUDGESTEP
000132 END-READ
000133 END-PERFORM.
000134 CLOSE RUN-CTL-FILE.
000135 GO-BACK.
000136*RUN ONE STEP, UNLESS THE LOG ALREADY SHOWS IT COMPLETE FOR
000137*TONIGHT'S DATE.
000138 JUDGESTEP.
000139 IF (SC-STEP-NO IS NOT NUMERIC)
000140     OR (SC-STEP-NO < 1) OR (SC-STEP-NO > 99)
000141 DISPLAY "BAD STEP NUMBER ON RUNCTL: ", SC-STEP-NO, ". STREAM"
000142     " STOPPED."
000143 MOVE 16 TO RETURN-CODE
000144 STOP RUN
000145 END-IF.
000146 IF DONE-FLAG(SC-STEP-NO) = "Y"
000147 DISPLAY "STEP ", SC-STEP-NO, " ", SC-NAME,
000148     " ALREADY COMPLETE. SKIPPED."
000149 ADD 1 TO STEPS-SKIPPED
000150 ELSE
000151 PERFORM RUNSTEP
000152 END-IF.
000153 GO-BACK.
000154*RUN THE STEP'S COMMAND AND LOG IT. THE SHELL HANDS BACK THE
000155*EXIT CODE TIMES 256, WITH THE LOW BITS CARRYING A SIGNAL
000156*NUMBER IF THE STEP DIED - ANYTHING NONZERO STOPS THE STREAM.
000157 RUNSTEP.
000158 DISPLAY "STEP ", SC-STEP-NO, " ", SC-NAME, " STARTING.".
000159 ACCEPT STEP-START FROM TIME.
000160 MOVE SC-COMMAND TO CMD-WORK.
000161 CALL "SYSTEM" USING CMD-WORK.
000162 MOVE RETURN-CODE TO RAW-RC.
000163 ACCEPT STEP-END FROM TIME.
000164 DIVIDE RAW-RC BY 256 GIVING STEP-RC
000165     REMAINDER RC-REMAINDER.
000166 ADD 1 TO STEPS-RUN.
000167 IF RAW-RC = 0
000168 PERFORM WRITELOG-COMPLETE
000169 DISPLAY "STEP ", SC-STEP-NO, " ", SC-NAME,
000170     " COMPLETE. RC 0000."
000171 ELSE
000172 PERFORM WRITELOG-FAILED
000173 DISPLAY "STEP ", SC-STEP-NO, " ", SC-NAME,
000174     " FAILED. RC ", LOG-RC, ". STREAM STOPPED."
000175 DISPLAY "FIX THE STEP AND RERUN - COMPLETED STEPS WILL BE"
000176     " SKIPPED."
000177 MOVE 8 TO RETURN-CODE
000178 STOP RUN
000179 END-IF.
000180 GO-BACK.
000181*LOG A COMPLETED STEP.
000182 WRITELOG-COMPLETE.
000183 MOVE "C" TO LOG-STATUS.
000184 MOVE 0 TO LOG-RC.
000185 PERFORM WRITELOG.
000186 GO-BACK.
000187*LOG A FAILED STEP. A STEP KILLED BY A SIGNAL HAS NO EXIT CODE,
000188*SO THE LOG CARRIES 9999 TO SAY "DIED" RATHER THAN A ZERO THAT
000189*WOULD READ AS CLEAN.
000190 WRITELOG-FAILED.
000191 MOVE "F" TO LOG-STATUS.
000192 IF (STEP-RC = 0) AND (RC-REMAINDER NOT = 0)
000193 MOVE 9999 TO LOG-RC
000194 ELSE
000195 MOVE STEP-RC TO LOG-RC
000196 END-IF.
000197 PERFORM WRITELOG.
000198 GO-BACK.
000199*APPEND ONE RUN LOG RECORD FOR THE STEP JUST RUN.
000200 WRITELOG.
000201 MOVE BUSINESS-DATE TO LOG-DATE.
000202 MOVE SC-STEP-NO TO LOG-STEP.
000203 MOVE SC-NAME TO LOG-NAME.
000204 MOVE STEP-START TO LOG-START.
000205 MOVE STEP-END TO LOG-END.
000206 OPEN EXTEND RUN-LOG-FILE.
000207 IF RL-STATUS = "35"
000208 OPEN OUTPUT RUN-LOG-FILE
000209 END-IF.
000210 IF RL-STATUS = "00"
000211 WRITE RUN-LOG-REC
000212 CLOSE RUN-LOG-FILE
000213 ELSE
000214 DISPLAY "RUNLOG UNAVAILABLE. STATUS ", RL-STATUS, ". STREAM"
000215     " STOPPED - A STREAM THAT CANNOT LOG CANNOT RESTART."
000216 MOVE 16 TO RETURN-CODE
000217 STOP RUN
000218 END-IF.
000219 GO-BACK.
