000001*--------------------------------------------------------------*
000002* NIGHTLY JOB-STREAM RUN LOG RECORD. NIGHTRUN APPENDS ONE PER  *
000003* STEP ATTEMPT: THE BUSINESS DATE, THE STEP NUMBER AND NAME,   *
000004* THE START AND END TIMES (HHMMSSCC), THE RETURN CODE (9999    *
000005* FOR A STEP KILLED BY A SIGNAL) AND C FOR COMPLETE OR F FOR   *
000006* FAILED. A STEP RERUN AFTER A FAILURE HAS AN F RECORD AND     *
000007* THEN A LATER ONE FOR THE SAME DATE. RUNTREND READS THE WHOLE *
000008* HISTORY FOR THE BATCH WINDOW TRENDS.                         *
000009*--------------------------------------------------------------*
000010 01 RUN-LOG-REC.
000011 02 LOG-DATE PIC 9(06).
000012 02 LOG-STEP PIC 9(02).
000013 02 LOG-NAME PIC X(08).
000014 02 LOG-START PIC 9(08).
000015 02 LOG-END PIC 9(08).
000016 02 LOG-RC PIC 9(04).
000017 02 LOG-STATUS PIC X(01).
