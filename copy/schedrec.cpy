001800*                      RUN-ID; SCHED-BUILD APPENDS MMDD, SO     *
001900*                      EVERY NIGHT'S RUN-ID IS UNIQUE WITHIN    *
002000*                      THE YEAR.                                *
002008*     SCH-BUSDAY-RULE  "F" = ALSO ISSUES ON THE FIRST BUSINESS  *
002016*                      DAY OF THE MONTH, "L" = ON THE LAST      *
002024*                      BUSINESS DAY, "N" = ON BUSINESS DAY      *
002032*                      SCH-BUSDAY-NUMBER; BLANK = NONE.         *
002040*                      BUSINESS DAYS ARE MONDAY TO FRIDAY LESS  *
002048*                      THE DAYS ON THE CALENDAR FILE (CALREC);  *
002056*     SCH-HOLIDAY-RULE WHAT A DAY-OF-WEEK, MONTH-END, OR        *
002064*                      QUARTER-END RUN DOES WHEN IT FALLS DUE   *
002072*                      ON A NON-BUSINESS DAY: BLANK = RUNS      *
002080*                      ANYWAY, "S" = SKIPPED, "R" = ROLLS TO    *
002088*                      THE NEXT BUSINESS DAY.                   *
002100*                                                                *
002200*   SCHED-BUILD READS THIS MASTER AND THE CURRENT DATE AND      *
002300*   GENERATES THE NIGHT'S CONTROL FILE AHEAD OF CONTROL-EDIT,   *
002700*   MODIFICATION HISTORY                                        *
002800*   ---------------------------------------------------------   *
002900*   2026-09-02  JPK  INITIAL VERSION.                           *
002910*   2026-10-15  JPK  ADDED SCH-BUSDAY-RULE, SCH-BUSDAY-NUMBER,  *
002920*                    AND SCH-HOLIDAY-RULE FROM THE FILLER FOR   *
002930*                    THE BUSINESS CALENDAR.  LRECL UNCHANGED.   *
003000******************************************************************
003100 01  SCH-SCHEDULE-RECORD.
003200     05  SCH-COUNTER-ID              PIC X(08).
004000     05  SCH-RUN-COUNT               PIC 9(07).
004100     05  SCH-BLOCK-SIZE              PIC 9(05).
004200     05  SCH-RUN-PREFIX              PIC X(04).
004209     05  SCH-BUSDAY-RULE             PIC X(01).
004218         88  SCH-BUSDAY-NONE             VALUE " ".
004227         88  SCH-BUSDAY-FIRST            VALUE "F".
004236         88  SCH-BUSDAY-LAST             VALUE "L".
004245         88  SCH-BUSDAY-NTH              VALUE "N".
004254     05  SCH-BUSDAY-NUMBER           PIC 9(02).
004263     05  SCH-HOLIDAY-RULE            PIC X(01).
004272         88  SCH-HOLIDAY-IGNORE          VALUE " ".
004281         88  SCH-HOLIDAY-SKIP            VALUE "S".
004290         88  SCH-HOLIDAY-ROLL            VALUE "R".
004300     05  FILLER                      PIC X(03).
