001000* PR-UPD-USER/DATE/TIME RECORD WHO LAST TOUCHED THE ENTRY AND
001100* WHEN; STRPATM STAMPS THEM ON EVERY ADD, UPDATE, DEACTIVATE
001200* AND EXPIRE.
001201*
001202* NOTHING WRITES THIS DATASET EXCEPT THE STRPAPR APPROVAL
001203* TRANSACTION. STRPATM AND STRPATIO IMPORT HOLD EVERY CHANGE ON
001204* PATPEND (STRPEND.CPY) UNTIL A SECOND USER APPROVES IT, SO THE
001205* ENTRIES STRSCAN LOADS ARE ALWAYS APPROVED ONES. THE PR-UPD-*
001206* STAMP IS THE MAKER'S, TAKEN WHEN THE CHANGE WAS HELD.
001210*
001220* PR-TYPE-FLAG MARKS A NUMERIC-FORMAT DETECTOR: "L" AND "R"
001230* MAKE STRSCAN LUHN-VALIDATE THE DIGITS OF EVERY CANDIDATE THE
001250* IT. "L" DROPS A CANDIDATE THAT FAILS THE CHECK DIGIT; "R"
001260* REPORTS IT AT ONE SEVERITY LEVEL MILDER. BLANK OR "N" IS AN
001270* ORDINARY TEXT PATTERN.
001271*
001272* PR-TYPE-FLAG "C" MAKES THE ENTRY A COMPOUND RULE RATHER THAN A
001273* SEARCH STRING. PR-TEXT THEN HOLDS THE RULE DEFINITION
001274* (PR-RULE-DEF): COLUMN 1 IS THE PROXIMITY - "R" ALL IN THE SAME
001275* RECORD, "B" ALL STARTING WITHIN N BYTES OF THE FIRST, "F" ALL
001276* WITHIN N DELIM= FIELDS OF THE FIRST (0 = THE SAME FIELD) -
001277* COLUMNS 2-4 ARE N, AND FOUR 8-BYTE SLOTS FROM COLUMN 5 NAME
001278* THE COMPONENT PATTERN IDS, AT LEAST THE FIRST TWO FILLED.
001279* THE RULE FIRES AS A MATCH OF ITS OWN, UNDER ITS OWN ID,
001280* SEVERITY AND CATEGORY, WHEN EVERY COMPONENT HITS WITHIN THE
001281* PROXIMITY. A COMPONENT WITH PR-RULE-FLAG "Y" IS RULE-ONLY: ITS
001282* OWN HITS FEED RULES BUT ARE NEVER REPORTED OR REDACTED ALONE.
001283* PR-RULE-FLAG HAS NO MEANING ON A RULE ENTRY ITSELF.
001284*
001290* LAYOUT NOTE - PR-TYPE-FLAG SHIFTED EVERY FIELD AFTER
001300* PR-CASE-FLAG BY ONE BYTE; RELOAD OLDER PATFILE OR
001310* INTERCHANGE DATA THROUGH STRPATIO AFTER CONVERTING IT.
001930         88  PR-TYPE-NUMERIC                   VALUES "L" "R".
001940         88  PR-NUM-DROP-FAIL                  VALUE "L".
001950         88  PR-NUM-REPORT-FAIL                VALUE "R".
001960         88  PR-TYPE-RULE                      VALUE "C".
002000     05  PR-STATUS                  PIC X(01).
002100         88  PR-ACTIVE                         VALUE "A".
002200         88  PR-DEACTIVATED                    VALUE "D".
002300     05  PR-EFF-DATE                PIC X(08).
002400     05  PR-EXP-DATE                PIC X(08).
002500     05  PR-TEXT                    PIC X(40).
002510     05  PR-RULE-DEF REDEFINES PR-TEXT.
002520         10  PR-RULE-PROXIMITY      PIC X(01).
002530             88  PR-PROX-RECORD                VALUE "R".
002540             88  PR-PROX-BYTES                 VALUE "B".
002550             88  PR-PROX-FIELDS                VALUE "F".
002560         10  PR-RULE-DISTANCE       PIC 9(03).
002570         10  PR-RULE-PATTERN-ID     PIC X(08) OCCURS 4 TIMES.
002580         10  FILLER                 PIC X(04).
002600     05  PR-UPD-USER                PIC X(08).
002700     05  PR-UPD-DATE                PIC X(08).
002800     05  PR-UPD-TIME                PIC X(06).
002900     05  PR-RULE-FLAG               PIC X(01).
002910         88  PR-RULE-ONLY                      VALUE "Y".
002920     05  FILLER                     PIC X(01).
