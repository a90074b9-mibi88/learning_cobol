000001*--------------------------------------------------------------*
000002* BRANCH MASTER RECORD FOR THE TRAINING SYSTEM. ONE RECORD     *
000003* PER REAL BRANCH: CODE, NAME, THE REGION IT ROLLS UP TO FOR  *
000004* HEAD OFFICE, AND AN ACTIVE FLAG. UNTIL NOW "BRANCH" WAS     *
000005* JUST WHATEVER TWO CHARACTERS STARTED AN EMPLOYEE ID, SO A   *
000006* TYPO BECAME A PHANTOM BRANCH ON THE REPORTS; EMPMAINT NOW   *
000007* CHECKS ENROLLMENTS AGAINST THIS FILE AND THE REPORTS PRINT  *
000008* THE NAME AND ROLL BRANCHES UP TO REGIONS. MAINTAINED FROM   *
000009* CFGMAINT WITH THE USUAL BEFORE/AFTER AUDIT. THE LANGUAGE    *
000010* CODE PICKS THE MSGCAT TEXT THE BRANCH'S KIOSKS SHOW; BLANK, *
000011* AS ON RECORDS FROM BEFORE THE FIELD, MEANS ENGLISH.         *
000012*--------------------------------------------------------------*
000013 01 BRANCH-MASTER-REC.
000014 02 BM-BRANCH PIC X(02).
000015 02 BM-NAME PIC X(20).
000016 02 BM-REGION PIC X(02).
000017 02 BM-ACTIVE PIC X(01).
000018 02 BM-LANGUAGE PIC X(02).
