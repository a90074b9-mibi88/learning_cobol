000008* N=NO HINT (A LAST-TRY MISS GETS NONE). GH-STATION IS THE    *
000009* KIOSK THE GUESS WAS TAKEN ON, FROM THE STNMAST STATION      *
000010* MASTER - SPACES ON RECORDS WRITTEN BEFORE STAMPING.         *
000011* GH-TIME IS THE TIME OF DAY OF THE GUESS (HHMMSSHH), SO      *
000012* THE INTEGRITY AUDIT CAN TELL HOW FAR APART TWO SESSIONS     *
000013* WERE; BLANK ON RECORDS WRITTEN BEFORE IT WAS ADDED.         *
000014*--------------------------------------------------------------*
000015 01 GUESS-HIST-REC.
000016 02 GH-EMPLOYEE-ID PIC X(06).
000017 02 GH-DATE PIC 9(06).
000018 02 GH-SEQ PIC 9(02).
000019 02 GH-GUESS PIC 9(03).
000020 02 GH-HINT PIC X(01).
000021 02 GH-STATION PIC X(04).
000022 02 GH-TIME PIC 9(08).
