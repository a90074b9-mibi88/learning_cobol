000001*--------------------------------------------------------------*
000002* EMPLOYEE BRANCH-HISTORY RECORD. ONE RECORD PER TRANSFER,     *
000003* APPENDED BY EMPMAINT: THE BRANCH THE EMPLOYEE LEFT, THE ONE  *
000004* THEY JOINED, AND THE DATE THE MOVE TOOK EFFECT. AN EMPLOYEE  *
000005* WITH NO RECORDS HAS ALWAYS BELONGED TO THE BRANCH THEIR ID   *
000006* STARTS WITH. THE BRANCH REPORTS ASK BRHIST WHICH BRANCH AN   *
000007* EMPLOYEE BELONGED TO ON A GIVEN DATE, SO A TRANSFEREE'S OLD  *
000008* SESSIONS STAY WITH THE OLD BRANCH AND NEW ONES GO TO THE     *
000009* NEW. BH-ENTRY-DATE AND BH-OPERATOR SAY WHO KEYED IT, WHEN.   *
000010*--------------------------------------------------------------*
000011 01 EMP-BRANCH-HIST-REC.
000012 02 BH-EMPLOYEE-ID PIC X(06).
000013 02 BH-FROM-BRANCH PIC X(02).
000014 02 BH-TO-BRANCH PIC X(02).
000015 02 BH-EFF-DATE PIC 9(06).
000016 02 BH-ENTRY-DATE PIC 9(06).
000017 02 BH-OPERATOR PIC X(06).
