000001*--------------------------------------------------------------*
000002* CALL AREA FOR THE BRHIST BRANCH-AS-OF-DATE LOOKUP. THE       *
000003* CALLER FILLS IN ITS OWN NAME (FOR THE EXCEPTION LOG), THE    *
000004* EMPLOYEE ID AND THE DATE OF THE SESSION, AND CALLS "BRHIST", *
000005* WHICH HANDS BACK IN BRH-BRANCH THE BRANCH THE EMPLOYEE       *
000006* BELONGED TO ON THAT DATE PER THE EMPBRHST BRANCH HISTORY.    *
000007* BRH-RESULT COMES BACK E WHEN THE HISTORY WAS TOO BIG TO LOAD *
000008* WHOLE: THE ANSWER MAY MISS A LATER MOVE, SO THE CALLER MUST  *
000009* NOT PRINT ITS BRANCH FIGURES AS IF THEY WERE SOUND.          *
000010*--------------------------------------------------------------*
000011 01 BRH-CALL-AREA.
000012 02 BRH-PROGRAM PIC X(10).
000013 02 BRH-EMPLOYEE-ID PIC X(06).
000014 02 BRH-DATE PIC 9(06).
000015 02 BRH-BRANCH PIC X(02).
000016 02 BRH-RESULT PIC X(01).
000017 88 BRH-HISTORY-SHORT VALUE "E".
