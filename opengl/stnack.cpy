000001*--------------------------------------------------------------*
000002* STATION COMMAND ACKNOWLEDGEMENT RECORD. OPENGLTEST APPENDS   *
000003* ONE RECORD EACH TIME IT CARRIES OUT (OR DECLINES) A STNCMD   *
000004* COMMAND: WHICH COMMAND, WHICH STATION, WHEN, AND WHAT CAME   *
000005* OF IT. A COMMAND FOR *ALL IS ACKNOWLEDGED ONCE PER STATION.  *
000006* A KIOSK NEVER ACTS ON A COMMAND IT HAS ALREADY ACKNOWLEDGED, *
000007* AND CMDMAINT LISTS WHAT IS STILL WAITING FROM THIS FILE.     *
000008*--------------------------------------------------------------*
000009 01 STATION-ACK-REC.
000010 02 SA-CMD-ID PIC 9(06).
000011 02 SA-STATION PIC X(04).
000012 02 SA-DATE PIC 9(06).
000013 02 SA-TIME PIC 9(08).
000014 02 SA-COMMAND PIC X(08).
000015 02 SA-RESULT PIC X(10).
