000001*--------------------------------------------------------------*
000002* STATION COMMAND RECORD. HEAD OFFICE POSTS THESE FROM         *
000003* CMDMAINT FOR RUNNING OPENGLTEST KIOSKS TO PICK UP. SC-CMD-ID *
000004* IS ASSIGNED IN ASCENDING ORDER AS COMMANDS ARE POSTED.       *
000005* SC-STATION IS ONE SM-STATION-ID, OR *ALL FOR EVERY KIOSK.    *
000006* SC-COMMAND IS MESSAGE (SHOW SC-TEXT NOW), LBON OR LBOFF      *
000007* (FORCE THE LEADERBOARD), WINCFG (WINDOW SETUP AT NEXT START) *
000008* OR SHUTDOWN (STOP CLEANLY FOR MAINTENANCE). A KIOSK THAT     *
000009* FIRST SEES A COMMAND AFTER SC-EXPIRE-DATE ACKNOWLEDGES IT    *
000010* WITHOUT CARRYING IT OUT.                                     *
000011*--------------------------------------------------------------*
000012 01 STATION-COMMAND-REC.
000013 02 SC-CMD-ID PIC 9(06).
000014 02 SC-STATION PIC X(04).
000015 02 SC-COMMAND PIC X(08).
000016 88 SC-MESSAGE VALUE "MESSAGE".
000017 88 SC-LB-ON VALUE "LBON".
000018 88 SC-LB-OFF VALUE "LBOFF".
000019 88 SC-RELOAD VALUE "WINCFG".
000020 88 SC-SHUTDOWN VALUE "SHUTDOWN".
000021 02 SC-POST-DATE PIC 9(06).
000022 02 SC-POST-TIME PIC 9(08).
000023 02 SC-EXPIRE-DATE PIC 9(06).
000024 02 SC-OPERATOR PIC X(06).
000025 02 SC-TEXT PIC X(40).
