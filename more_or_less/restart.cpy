000008* INSTALL DEFAULT AND A NUMBER ABOVE THAT COULD NEVER BE       *
000009* GUESSED. CHECKPOINTS FROM BEFORE THE FIELD READ BACK BLANK   *
000010* AND THE DEFAULT CEILING IS KEPT.                              *
000011* RS-TIER IS THE TIER CODE PLAYED UNDER, SO THE RESUMED        *
000012* SESSION COUNTS AGAINST THE RIGHT TRAINING PLAN; BLANK ON AN  *
000013* OLDER CHECKPOINT KEEPS THE DEFAULT.                          *
000014*--------------------------------------------------------------*
000015 01 RESTART-REC.
000016 02 RS-EMPLOYEE-ID PIC X(06).
000017 02 RS-EXPECTED PIC 9(03).
000018 02 RS-TRIESLEFT PIC 99.
000019 02 RS-START-TRIES PIC 99.
000020 02 RS-MAXNUM PIC 9(03).
000021 02 RS-TIER PIC X(01).
