000001*--------------------------------------------------------------*
000002* OPERATOR MASTER RECORD FOR THE MAINTENANCE CONSOLES.         *
000003* ONE RECORD PER PERSON ALLOWED AT A CONSOLE: THE OPERATOR ID  *
000004* STAMPED ON CFGAUDIT AND THE EXCEPTION LOG, THE PIN THAT      *
000005* PROVES IT, AN ACTIVE FLAG, AND ONE Y/N FLAG PER ROLE -       *
000006* TRAINER (TOURNAMENTS), HR (EMPLOYEE MASTER), OPERATIONS      *
000007* (WINDOW, ANNOUNCEMENTS, EXCEPTION TRIAGE, INDEX REBUILDS)    *
000008* AND ADMIN (TIER LADDER, BRANCH MASTER, THIS FILE). OPRSIGN   *
000009* CHECKS SIGN-ONS AGAINST IT; CFGMAINT MAINTAINS IT WITH THE   *
000010* USUAL BEFORE/AFTER AUDIT, PIN BLANKED OUT OF THE IMAGES.     *
000011*--------------------------------------------------------------*
000012 01 OPERATOR-MASTER-REC.
000013 02 OP-OPERATOR-ID PIC X(06).
000014 02 OP-PIN PIC X(04).
000015 02 OP-NAME PIC X(20).
000016 02 OP-ACTIVE PIC X(01).
000017 02 OP-TRAINER PIC X(01).
000018 02 OP-HR PIC X(01).
000019 02 OP-OPS PIC X(01).
000020 02 OP-ADMIN PIC X(01).
