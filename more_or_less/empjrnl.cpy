000001*--------------------------------------------------------------*
000002* EMPLOYEE MASTER CHANGE JOURNAL. ONE RECORD PER CHANGE        *
000003* APPLIED TO EMPMAST BY A BATCH INTERFACE: WHEN, WHICH PROGRAM *
000004* AND ACTION, AND THE EMPLOYEE-MASTER-REC IMAGE BEFORE AND     *
000005* AFTER (THE BEFORE IMAGE IS SPACES ON A NEW HIRE). HR READS   *
000006* IT TO SEE EXACTLY WHAT THE NIGHT DID TO THE MASTER.          *
000007*--------------------------------------------------------------*
000008 01 EMP-JOURNAL-REC.
000009 02 EJ-DATE PIC 9(06).
000010 02 EJ-TIME PIC 9(08).
000011 02 EJ-PROGRAM PIC X(08).
000012 02 EJ-ACTION PIC X(01).
000013 02 EJ-EMPLOYEE-ID PIC X(06).
000014 02 EJ-BEFORE PIC X(36).
000015 02 EJ-AFTER PIC X(36).
