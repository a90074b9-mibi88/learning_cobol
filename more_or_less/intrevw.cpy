000001*--------------------------------------------------------------*
000002* SESSION INTEGRITY REVIEW RECORD, APPENDED BY THE OVERNIGHT   *
000003* INTAUDIT STEP. ONE RECORD PER ITEM A TRAINER SHOULD LOOK AT  *
000004* BEFORE A LEADERBOARD PLACE OR A TOURNAMENT WIN GOES FORWARD  *
000005* FOR AN AWARD. IR-TYPE SAYS WHAT WAS SEEN:                    *
000006*   LUCKYWIN - ONE SESSION WON IN FEWER GUESSES THAN THE ODDS  *
000007*              ALLOW (IR-DETAIL GIVES THE ODDS)                *
000008*   LUCKYEMP - AN EMPLOYEE WITH MORE FIRST-GUESS WINS OVER THE *
000009*              WINDOW THAN CHANCE EXPLAINS                     *
000010*   COPYSEQ  - TWO EMPLOYEES ENTERED THE SAME GUESS SEQUENCE   *
000011*              ON THE SAME STATION AND DAY (IR-OTHER-ID IS THE *
000012*              EARLIER OF THE PAIR)                            *
000013*   THROWN   - A CHALLENGE LOSER GUESSED AGAINST THEIR OWN     *
000014*              HINTS (IR-OTHER-ID IS THE WINNER)               *
000015*   DRAWSKEW - THE DRAWS ON A TIER ARE NOT EVENLY SPREAD       *
000016*              (IR-TIER; NO EMPLOYEE)                          *
000017*--------------------------------------------------------------*
000018 01 INTEGRITY-REVIEW-REC.
000019 02 IR-RUN-DATE PIC 9(06).
000020 02 IR-TYPE PIC X(08).
000021 02 IR-EMPLOYEE-ID PIC X(06).
000022 02 IR-OTHER-ID PIC X(06).
000023 02 IR-DATE PIC 9(06).
000024 02 IR-STATION PIC X(04).
000025 02 IR-TIER PIC X(01).
000026 02 IR-DETAIL PIC X(50).
