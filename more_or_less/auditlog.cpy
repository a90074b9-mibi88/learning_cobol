000001*--------------------------------------------------------------*
000002* SESSION AUDIT RECORD FOR OPENGLTEST.                         *
000003* ONE RECORD PER START OR END EVENT, WITH THE REASON THE       *
000004* SESSION ENDED. AL-STATION IS THE KIOSK THE EVENT CAME FROM,  *
000005* FROM THE STNMAST STATION MASTER - SPACES ON RECORDS WRITTEN  *
000006* BEFORE STATIONS WERE STAMPED.                                *
000007*--------------------------------------------------------------*
000008 01 AUDIT-LOG-REC.
000009 02 AL-EVENT PIC X(05).
000010 02 AL-DATE PIC 9(06).
000011 02 AL-TIME PIC 9(08).
000012 02 AL-REASON PIC X(10).
000013 02 AL-STATION PIC X(04).
