000001*--------------------------------------------------------------*
000002* TRAINING ASSIGNMENT RECORD. ONE RECORD PER PLAN A TRAINER    *
000003* SETS AN EMPLOYEE: SO MANY SESSIONS ON A TIER BY A DUE DATE.  *
000004* TA-TIER BLANK MEANS SESSIONS ON ANY TIER COUNT. WRITTEN BY   *
000005* TRNMAINT (TA-TRAINER IS THE SIGNED-ON OPERATOR, NOT A TYPED  *
000006* NAME); MOREORLESS COUNTS EACH SESSION IT WRITES TO GAMERES   *
000007* AGAINST THE EMPLOYEE'S OPEN ASSIGNMENT AND CLOSES IT WHEN    *
000008* THE COUNT IS MET. TA-STATUS IS O OPEN, C COMPLETE (WITH THE  *
000009* DATE IN TA-COMPLETE-DATE) OR X CANCELLED BY A TRAINER.       *
000010*--------------------------------------------------------------*
000011 01 TRAINING-ASSIGN-REC.
000012 02 TA-EMPLOYEE-ID PIC X(06).
000013 02 TA-TIER PIC X(01).
000014 02 TA-SESSIONS-REQ PIC 9(03).
000015 02 TA-SESSIONS-DONE PIC 9(03).
000016 02 TA-DUE-DATE PIC 9(06).
000017 02 TA-TRAINER PIC X(06).
000018 02 TA-ASSIGN-DATE PIC 9(06).
000019 02 TA-STATUS PIC X(01).
000020 02 TA-COMPLETE-DATE PIC 9(06).
