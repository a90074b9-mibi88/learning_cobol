000001*--------------------------------------------------------------*
000002* DAILY HR ROSTER TRANSACTION RECORD, SENT BY THE PAYROLL      *
000003* SYSTEM AND APPLIED TO EMPMAST BY HRLOAD. D RECORDS CARRY ONE *
000004* TRANSACTION EACH - ACTION A (HIRE), C (NAME, BRANCH OR TIER  *
000005* CHANGE; A BLANK FIELD KEEPS WHAT IS ON FILE) OR T            *
000006* (TERMINATION) - AND ONE T TRAILER CLOSES THE FILE WITH THE   *
000007* COUNT OF EACH ACTION AND OF ALL DETAIL RECORDS, SO THE FILE  *
000008* IS PROVED WHOLE BEFORE A SINGLE TRANSACTION IS APPLIED.      *
000009* HRD-EFF-DATE IS THE HIRE DATE ON AN ADD; ZERO MEANS TODAY.   *
000010*--------------------------------------------------------------*
000011 01 HR-ROSTER-REC.
000012 02 HR-TYPE PIC X(01).
000013 02 HR-DATA PIC X(40).
000014 02 HR-DETAIL REDEFINES HR-DATA.
000015 03 HRD-ACTION PIC X(01).
000016 03 HRD-EMPLOYEE-ID PIC X(06).
000017 03 HRD-NAME PIC X(20).
000018 03 HRD-BRANCH PIC X(02).
000019 03 HRD-TIER PIC X(01).
000020 03 HRD-EFF-DATE PIC 9(06).
000021 03 FILLER PIC X(04).
000022 02 HR-TRAILER REDEFINES HR-DATA.
000023 03 HRT-ADD-CT PIC 9(05).
000024 03 HRT-CHANGE-CT PIC 9(05).
000025 03 HRT-TERM-CT PIC 9(05).
000026 03 HRT-DETAIL-CT PIC 9(05).
000027 03 FILLER PIC X(20).
