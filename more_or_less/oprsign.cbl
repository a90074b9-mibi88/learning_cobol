000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. OPRSIGN.
000003 DATE-WRITTEN. 10/15/26 09:00.
000004 AUTHOR. MIBI88.
000005*MODIFICATION HISTORY.
000006*10/15/26 MIBI88 - SHARED OPERATOR SIGN-ON FOR THE MAINTENANCE
000007* CONSOLES. TAKES THE OPERATOR ID AND PIN, CHECKS THEM AGAINST
000008* THE OPRMAST OPERATOR MASTER (ON FILE, PIN MATCHES, ACTIVE),
000009* AND HANDS BACK THE VERIFIED ID AND ROLE FLAGS SO THE CALLER
000010* ONLY OFFERS WHAT THE ROLE ALLOWS AND STAMPS A PROVEN ID ON
000011* ITS AUDIT TRAIL INSTEAD OF WHATEVER WAS TYPED. THREE MISSES
000012* AND THE CONSOLE IS REFUSED; EVERY MISS GOES TO THE EXCEPTION
000013* LOG THROUGH ERRLOG UNDER THE CALLING CONSOLE'S NAME.
000014 ENVIRONMENT DIVISION.
000015 CONFIGURATION SECTION.
000016 SOURCE-COMPUTER. GNUCOBOL.
000017 OBJECT-COMPUTER. GNUCOBOL.
000018 INPUT-OUTPUT SECTION.
000019 FILE-CONTROL.
000020 SELECT OPERATOR-MASTER-FILE ASSIGN "OPRMAST"
000021 ORGANIZATION LINE SEQUENTIAL
000022 FILE STATUS IS OP-STATUS.
000023
000024 DATA DIVISION.
000025 FILE SECTION.
000026 FD OPERATOR-MASTER-FILE.
000027 COPY "oprmast.cpy".
000028 WORKING-STORAGE SECTION.
000029 01 OP-STATUS PIC X(02).
000030 01 OP-EOF-SW PIC X(01) VALUE "N".
000031 88 OP-EOF VALUE "Y".
000032 01 OP-FOUND-SW PIC X(01) VALUE "N".
000033 88 OP-FOUND VALUE "Y".
000034 01 ID-IN PIC X(06).
000035 01 PIN-IN PIC X(04).
000036 01 TRY-CT PIC 9(01) VALUE 0.
000037 01 NO-MASTER-SW PIC X(01) VALUE "N".
000038 88 NO-MASTER VALUE "Y".
000039 COPY "errlink.cpy".
000040 LINKAGE SECTION.
000041 COPY "oprlink.cpy".
000042 PROCEDURE DIVISION USING OPR-CALL-AREA.
000043
000044 MAIN.
000045 MOVE OPR-PROGRAM TO ERR-PROGRAM.
000046 MOVE SPACES TO OPR-OPERATOR-ID.
000047 MOVE "N" TO OPR-RESULT.
000048 MOVE "N" TO OPR-TRAINER.
000049 MOVE "N" TO OPR-HR.
000050 MOVE "N" TO OPR-OPS.
000051 MOVE "N" TO OPR-ADMIN.
000052 MOVE 0 TO TRY-CT.
000053 MOVE "N" TO NO-MASTER-SW.
000054 PERFORM UNTIL OPR-VERIFIED OR NO-MASTER OR (TRY-CT = 3)
000055 PERFORM SIGNONSTEP
000056 END-PERFORM.
000057 IF NOT OPR-VERIFIED
000058 DISPLAY "SIGN-ON REFUSED. SEE YOUR SUPERVISOR."
000059 END-IF.
000060 GOBACK.
000061*TAKE ONE ID AND PIN AND CHECK THEM. THE CONSOLE IS TOLD ONLY
000062*THAT THE SIGN-ON FAILED - WHETHER THE ID OR THE PIN WAS WRONG
000063*IS FOR THE EXCEPTION LOG, NOT FOR WHOEVER IS GUESSING.
000064 SIGNONSTEP.
000065 ADD 1 TO TRY-CT.
000066 DISPLAY "YOUR OPERATOR ID?".
000067 ACCEPT ID-IN FROM CONSOLE.
000068 DISPLAY "YOUR PIN?".
000069 ACCEPT PIN-IN FROM CONSOLE.
000070 PERFORM FINDOPERATOR.
000071 IF NOT NO-MASTER
000072 IF NOT OP-FOUND
000073 DISPLAY "SIGN-ON FAILED."
000074 MOVE "UNKNOWN OPERATOR ID" TO ERR-ACTION
000075 MOVE ID-IN TO ERR-ACTION(21:6)
000076 PERFORM LOGREFUSAL
000077 ELSE
000078 IF OP-PIN NOT = PIN-IN
000079 DISPLAY "SIGN-ON FAILED."
000080 MOVE "BAD PIN FOR" TO ERR-ACTION
000081 MOVE ID-IN TO ERR-ACTION(13:6)
000082 PERFORM LOGREFUSAL
000083 ELSE
000084 IF OP-ACTIVE NOT = "Y"
000085 DISPLAY "SIGN-ON FAILED."
000086 MOVE "INACTIVE OPERATOR" TO ERR-ACTION
000087 MOVE ID-IN TO ERR-ACTION(19:6)
000088 PERFORM LOGREFUSAL
000089 ELSE
000090 PERFORM TAKEROLES
000091 END-IF
000092 END-IF
000093 END-IF
000094 END-IF.
000095 GO-BACK.
000096*LOOK THE ID UP ON THE OPERATOR MASTER. A MISSING MASTER MEANS
000097*NOBODY CAN BE VERIFIED, SO NOBODY SIGNS ON - THE FIRST ADMIN
000098*RECORD OF A NEW INSTALL IS KEYED INTO OPRMAST BY HAND, THE
000099*SAME DELIBERATE STEP AS PUTTING AWAY A FINISHED TOURPAIR.
000100 FINDOPERATOR.
000101 MOVE "N" TO OP-EOF-SW.
000102 MOVE "N" TO OP-FOUND-SW.
000103 OPEN INPUT OPERATOR-MASTER-FILE.
000104 IF OP-STATUS = "00"
000105 PERFORM UNTIL OP-EOF OR OP-FOUND
000106 READ OPERATOR-MASTER-FILE
000107 AT END
000108 SET OP-EOF TO TRUE
000109 NOT AT END
000110 IF (OP-OPERATOR-ID = ID-IN) AND (ID-IN NOT = SPACES)
000111 SET OP-FOUND TO TRUE
000112 END-IF
000113 END-READ
000114 END-PERFORM
000115 CLOSE OPERATOR-MASTER-FILE
000116 ELSE
000117 SET NO-MASTER TO TRUE
000118 DISPLAY "OPRMAST NOT FOUND. NOBODY CAN SIGN ON."
000119 MOVE "OPRMAST" TO ERR-FILE
000120 MOVE OP-STATUS TO ERR-FILE-STATUS
000121 MOVE "E" TO ERR-SEVERITY
000122 MOVE "CONSOLE REFUSED, NO MASTER" TO ERR-ACTION
000123 PERFORM CALLERRLOG
000124 END-IF.
000125 GO-BACK.
000126*THE SIGN-ON IS GOOD: HAND BACK THE PROVEN ID AND THE ROLES.
000127*A ROLE FLAG THAT IS NOT EXACTLY Y GRANTS NOTHING.
000128 TAKEROLES.
000129 MOVE OP-OPERATOR-ID TO OPR-OPERATOR-ID.
000130 MOVE "Y" TO OPR-RESULT.
000131 IF OP-TRAINER = "Y"
000132 MOVE "Y" TO OPR-TRAINER
000133 END-IF.
000134 IF OP-HR = "Y"
000135 MOVE "Y" TO OPR-HR
000136 END-IF.
000137 IF OP-OPS = "Y"
000138 MOVE "Y" TO OPR-OPS
000139 END-IF.
000140 IF OP-ADMIN = "Y"
000141 MOVE "Y" TO OPR-ADMIN
000142 END-IF.
000143 DISPLAY "SIGNED ON AS ", OP-OPERATOR-ID, " ", OP-NAME, ".".
000144 GO-BACK.
000145*LOG ONE FAILED SIGN-ON. THE CALLER HAS ALREADY PUT THE REASON
000146*AND THE ID TRIED INTO ERR-ACTION.
000147 LOGREFUSAL.
000148 MOVE "OPRMAST" TO ERR-FILE.
000149 MOVE "00" TO ERR-FILE-STATUS.
000150 MOVE "W" TO ERR-SEVERITY.
000151 PERFORM CALLERRLOG.
000152 GO-BACK.
000153*HAND THE FILLED-IN CALL AREA TO THE SHARED ERROR LOGGER. IF
000154*THE LOGGER ITSELF IS MISSING, THE FAILURE STILL REACHES THE
000155*CONSOLE.
000156 CALLERRLOG.
000157 CALL "ERRLOG" USING ERR-CALL-AREA
000158 ON EXCEPTION
000159 DISPLAY "ERRLOG UNAVAILABLE. ", ERR-PROGRAM, " ", ERR-FILE,
000160     " STATUS ", ERR-FILE-STATUS, " ", ERR-ACTION
000161 END-CALL.
000162 GO-BACK.
