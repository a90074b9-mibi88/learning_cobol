000001*--------------------------------------------------------------*
000002* CALL AREA FOR THE OPRSIGN SHARED OPERATOR SIGN-ON            *
000003* SUBPROGRAM. THE CONSOLE FILLS IN OPR-PROGRAM (ITS OWN NAME,  *
000004* FOR THE EXCEPTION LOG) AND CALLS "OPRSIGN", WHICH TAKES THE  *
000005* OPERATOR ID AND PIN AT THE CONSOLE AND HANDS BACK THE        *
000006* VERIFIED ID AND THE ROLE FLAGS OFF THE OPERATOR MASTER.      *
000007* OPR-RESULT IS N WHEN NOBODY SIGNED ON, AND EVERY ROLE FLAG   *
000008* IS THEN N AS WELL.                                           *
000009*--------------------------------------------------------------*
000010 01 OPR-CALL-AREA.
000011 02 OPR-PROGRAM PIC X(10).
000012 02 OPR-OPERATOR-ID PIC X(06).
000013 02 OPR-RESULT PIC X(01).
000014 88 OPR-VERIFIED VALUE "Y".
000015 02 OPR-TRAINER PIC X(01).
000016 88 OPR-IS-TRAINER VALUE "Y".
000017 02 OPR-HR PIC X(01).
000018 88 OPR-IS-HR VALUE "Y".
000019 02 OPR-OPS PIC X(01).
000020 88 OPR-IS-OPS VALUE "Y".
000021 02 OPR-ADMIN PIC X(01).
000022 88 OPR-IS-ADMIN VALUE "Y".
