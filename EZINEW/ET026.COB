*                  (archive/purge), EZITRAK014 (reconciliation),            *
*                  EZITRAK064 (keyword index rebuild, after the archive     *
*                  run so the postings match what is on file),              *
*                  EZITRAK074 (number range exhaustion check),              *
*                  EZITRAK098 (ad-hoc report definitions whose CHAIN_FLAG   *
*                  is "Y"),                                                 *
*                  EZITRAK084 (log table housekeeping, so the night's own   *
*                  log rows are already written) and                        *
*                  EZITRAK121 (table size snapshot, last so the counts      *
*                  are taken after the night's purges) - each               *
*                  spawned as "RUN EZITRAKnnn" via                           *
*                  LIB$SPAWN, waiting for completion. A step whose           *
*                  completion status comes back failure stops the chain      *
 01  CURRENT_USER_ID                             PIC X(8).

 01  SUB1                                        PIC S9(4) COMP.
 01  CHAIN-STEP-COUNT                            PIC S9(4) COMP VALUE 14.
 01  CHAIN-STEP-TABLE.
     05  FILLER                                  PIC X(10) VALUE "EZITRAK078".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK060".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK014".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK064".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK074".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK098".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK084".
     05  FILLER                                  PIC X(10) VALUE "EZITRAK121".
 01  CHAIN-STEP-NAMES REDEFINES CHAIN-STEP-TABLE.
     05  CHAIN-STEP-NAME OCCURS 14 TIMES         PIC X(10).

 01  WS-SPAWN-COMMAND                            PIC X(20).
 01  WS-JOB-COMPLETION-STATUS                    PIC S9(9) COMP.
