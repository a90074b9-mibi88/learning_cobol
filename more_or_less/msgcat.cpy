000001*--------------------------------------------------------------*
000002* KIOSK MESSAGE CATALOG RECORD. ONE RECORD PER MESSAGE PER     *
000003* LANGUAGE: THE MESSAGE NUMBER, THE TWO-LETTER LANGUAGE CODE   *
000004* (EN, FR, ES ...) THE BRANCH MASTER CARRIES, AND THE TEXT.    *
000005* MOREORLESS OWNS NUMBERS 1001-1999 AND OPENGLTEST 2001-2999;  *
000006* EACH KIOSK LOADS ITS BRANCH'S LANGUAGE AT STARTUP AND FALLS  *
000007* BACK TO ENGLISH - THE CATALOG EN ENTRY, ELSE THE TEXT BUILT  *
000008* INTO THE PROGRAM - FOR ANY ENTRY MISSING, AND PUTS EACH      *
000009* MISSING ENTRY ON THE EXCEPTION LOG FOR THE TRANSLATORS. THE  *
000010* TEXT IS SIZED SO THE WHOLE RECORD FITS THE CFGAUDIT IMAGES;  *
000011* MAINTAINED FROM CFGMAINT WITH THE USUAL BEFORE/AFTER AUDIT.  *
000012*--------------------------------------------------------------*
000013 01 MSG-CATALOG-REC.
000014 02 MC-KEY.
000015 03 MC-MSG-NO PIC 9(04).
000016 03 MC-LANGUAGE PIC X(02).
000017 02 MC-TEXT PIC X(47).
