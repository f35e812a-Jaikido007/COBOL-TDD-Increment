000700*   DATE OF BIRTH (YYYYMMDD).  THE ELIGIBLE AND INELIGIBLE      *
000800*   OUTPUT FILES CARRY THE SAME LAYOUT SO DOWNSTREAM            *
000900*   ENROLLMENT JOBS CAN READ EITHER SIDE OF THE SPLIT.          *
000910*   THE EXTRACT ALSO CARRIES THE PARTICIPANT'S PLAN CODE (THE   *
000920*   KEY TO THE PLAN RULES TABLE, PLANREC), HIRE DATE, AND       *
000930*   EMPLOYMENT STATUS.  PRT-FAILED-RULE IS BLANK ON THE         *
000940*   EXTRACT; ON THE INELIGIBLE FILE IT NAMES THE RULE THE       *
000950*   PARTICIPANT FAILED.  LRECL 80.                              *
001000*                                                                *
001100*   MODIFICATION HISTORY                                        *
001200*   ---------------------------------------------------------   *
001300*   2026-08-22  JPK  INITIAL VERSION.                           *
001310*   2026-10-15  JPK  ADDED PLAN CODE, HIRE DATE, EMPLOYMENT     *
001320*                    STATUS, AND THE FAILED-RULE CODE FOR PLAN- *
001330*                    BASED ELIGIBILITY; LRECL 60 TO 80.  AN     *
001340*                    OLD 60-BYTE EXTRACT READS AS NO PLAN CODE. *
001400******************************************************************
001500 01  PRT-PARTICIPANT-RECORD.
001600     05  PRT-ID                      PIC X(10).
001700     05  PRT-NAME                    PIC X(30).
001800     05  PRT-DOB                     PIC 9(08).
001810     05  PRT-PLAN-CODE               PIC X(04).
001820     05  PRT-HIRE-DATE               PIC 9(08).
001830     05  PRT-EMPL-STATUS             PIC X(01).
001840         88  PRT-EMPL-ACTIVE             VALUE "A".
001850         88  PRT-EMPL-ON-LEAVE           VALUE "L".
001860         88  PRT-EMPL-TERMINATED         VALUE "T".
001870         88  PRT-EMPL-RETIRED            VALUE "R".
001880     05  PRT-FAILED-RULE             PIC X(01).
001890         88  PRT-RULE-NONE               VALUE SPACE.
001900         88  PRT-RULE-AGE                VALUE "A".
001910         88  PRT-RULE-SERVICE            VALUE "S".
001920         88  PRT-RULE-STATUS             VALUE "E".
001930         88  PRT-RULE-MAXIMUM-AGE        VALUE "M".
001940         88  PRT-RULE-NO-PLAN            VALUE "P".
001950         88  PRT-RULE-BAD-DOB            VALUE "D".
001960     05  FILLER                      PIC X(18).
