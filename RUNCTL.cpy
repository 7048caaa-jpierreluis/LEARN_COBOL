001720*              "ORDGEN  " (STANDING-ORDER GENERATION),
001730*              "INTCAP  " (INTEREST CAPITALIZATION),
001740*              "WARHREL " (FUTURE-DATED WAREHOUSE RELEASE),
001750*              "TRANEXTR" (TRANMAST BATCH BRIDGE),
001760*              "CORPINT " (CORPORATE BULK PAYMENT INTAKE),
001770*              "DESKSTL " (INTER-DESK SETTLEMENT).
001800*
001810*              RUN-CTL-CYCLE IS THE POSTING CYCLE THE RECORD
001820*              BELONGS TO.  "OPBBATCH" AND "OPBPOST " RUN ONCE PER
001830*              CONSOLIDATION CYCLE (1-9, SEE CICLREG), SO FOR THEM
001840*              THE RUN-ONCE KEY IS DATE + STEP + CYCLE.  EVERY
001850*              OTHER STEP RUNS ONCE A DAY AND WRITES ZERO.  A
001860*              RECORD WRITTEN BEFORE THE FIELD EXISTED READS IT AS
001870*              A SPACE, WHICH COUNTS AS ZERO.
001880*
001900* MODIFICATION HISTORY
002000*   22/08/26  JPL  INITIAL VERSION.
002010*   22/08/26  JPL  ADDED THE "ACUMINT " STEP NAME.
002020*   02/09/26  JPL  ADDED THE "ORDGEN  ", "INTCAP  " AND
002030*                  "WARHREL " STEP NAMES.
002040*   03/09/26  JPL  ADDED THE "TRANEXTR" STEP NAME.
002050*   25/09/26  JPL  ADDED THE "CORPINT " STEP NAME.
002060*   28/09/26  JPL  ADDED THE "DESKSTL " STEP NAME.
002070*   08/10/26  JPL  ADDED RUN-CTL-CYCLE FOR THE INTRADAY POSTING
002080*                  CYCLES.
002100******************************************************************
002200 01  RUN-CTL-RECORD.
002300     05  RUN-CTL-DATE                PIC 9(08).
002700         88  RUN-CTL-COMPLETED       VALUE "C".
002800     05  RUN-CTL-COUNT               PIC 9(07).
002900     05  RUN-CTL-TIME                PIC 9(08).
003000     05  RUN-CTL-CYCLE               PIC 9(01).
