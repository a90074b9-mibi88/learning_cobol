000004* OPERATOR WHO MADE IT AND THE BEFORE AND AFTER IMAGES OF THE  *
000005* RECORD, SO "WHO SET BRANCH 07 TO ONE TRY" HAS AN ANSWER.     *
000006* THE IMAGE FIELDS ARE SIZED FOR THE LARGEST OF THE DIFFCFG,   *
000007* WINCFG, BRNCHMST, ANNFILE, OPRMAST AND MSGCAT RECORD LAYOUTS *
000008* - ANNFILE AND MSGCAT, AT 53 BYTES EACH, SET THE SIZE; MSGCAT *
000009* TEXT IS HELD TO X(47) SO ITS RECORD STILL FITS. THE FIELDS   *
000010* WERE WIDENED FROM X(29), AND CA-FILE FROM X(07) TO FIT THE   *
000011* EIGHT-CHARACTER FILE NAMES, WHEN THE BRANCH MASTER AND       *
000012* ANNOUNCEMENT RECORDS ARRIVED; OLD RECORDS READ BACK WITH THE *
000013* TAIL OF EACH FIELD SHIFTED AND BLANK-FILLED, SO KEEP THE OLD *
000014* LOG ASIDE WHEN CUTTING OVER.                                 *
000015*--------------------------------------------------------------*
000016 01 CONFIG-AUDIT-REC.
000017 02 CA-DATE PIC 9(06).
000018 02 CA-TIME PIC 9(08).
000019 02 CA-OPERATOR PIC X(06).
000020 02 CA-FILE PIC X(08).
000021 02 CA-BEFORE PIC X(53).
000022 02 CA-AFTER PIC X(53).
