*                      32  EZITRAK085  accounting period close               *
*                      33  EZITRAK087  system parameter maintenance          *
*                      34  EZITRAK092  support skill maintenance             *
*                      35  EZITRAK093  planned outage maintenance            *
*                      36  EZITRAK097  report definition maintenance         *
*                      37  EZITRAK099  confidential access maintenance       *
*                      38  EZITRAK100  ticket view log inquiry               *
*                      39  EZITRAK102  access recertification review         *
*                      40  EZITRAK103  my tasks worklist                     *
*                      41  EZITRAK104  post-incident review                  *
*                      42  EZITRAK107  Vendor Maintenance                    *
*                      43  EZITRAK110  Equipment Relationship Maintenance    *
*                      44  EZITRAK111  Equipment Impact Inquiry              *
*                      45  EZITRAK114  Labour Rate Maintenance               *
*                      46  EZITRAK127  Change Approval                       *
*                      47  EZITRAK128  Change Freeze Calendar                *
*                      48  EZITRAK132  Department Maintenance                *
*                      49  EZITRAK137  Support Group Maintenance             *
*                      50  EZITRAK138  Support Group Members                 *
*                      51  EZITRAK139  Person Profile Inquiry                *
*                      52  EZITRAK145  Stock Count Entry                     *
*                      53  EZITRAK147  Goods Receipts                        *
*                      54  EZITRAK136  Closed Problem Correction             *
*                                                                             *
*   NOTE         : EZITRAK006 (and its EZITRAK0062 fetch subprogram) is not  *
*                  held in this source tree - only the EZITRAK0063 update    *
*                  same RUN target the operators' old crib sheet used, so    *
*                  option 05 dispatches to it unchanged.                     *
*                                                                             *
*   NOTE         : EZITRAK091_REC gains BANNER_LINE PIC X(60) OCCURS 3      *
*                  under the banner for the service status headlines.       *
*                  1150-LOAD-BANNER-HEADLINES reads the first three lines   *
*                  of the SERVICE_STATUS_HEADLINE file EZITRAK120 rewrites  *
*                  every few minutes ("PAYROLL DOWN - SEE 000123456") at    *
*                  login and again each time a spawned program returns, so  *
*                  staff see a major incident before logging another        *
*                  duplicate of it. The file is OPTIONAL - no file, or an   *
*                  empty one, leaves the banner blank.                      *
*                                                                             *
*******************************************************************************
*
/
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HEADLINE-FILE ASSIGN TO "SERVICE_STATUS_HEADLINE"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  HEADLINE-FILE
    LABEL RECORDS ARE STANDARD.
01  HEADLINE-LINE                               PIC X(60).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EZITRAK091_REC"  from dictionary.
 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).

 01  MENU-OPTION-COUNT                           PIC S9(4) COMP VALUE 54.
 01  MENU-OPTION-TABLE.
     05  FILLER                                  PIC X(12) VALUE "01EZITRAK001".
     05  FILLER                                  PIC X(12) VALUE "02EZITRAK003".
     05  FILLER                                  PIC X(12) VALUE "32EZITRAK085".
     05  FILLER                                  PIC X(12) VALUE "33EZITRAK087".
     05  FILLER                                  PIC X(12) VALUE "34EZITRAK092".
     05  FILLER                                  PIC X(12) VALUE "35EZITRAK093".
     05  FILLER                                  PIC X(12) VALUE "36EZITRAK097".
     05  FILLER                                  PIC X(12) VALUE "37EZITRAK099".
     05  FILLER                                  PIC X(12) VALUE "38EZITRAK100".
     05  FILLER                                  PIC X(12) VALUE "39EZITRAK102".
     05  FILLER                                  PIC X(12) VALUE "40EZITRAK103".
     05  FILLER                                  PIC X(12) VALUE "41EZITRAK104".
     05  FILLER                                  PIC X(12) VALUE "42EZITRAK107".
     05  FILLER                                  PIC X(12) VALUE "43EZITRAK110".
     05  FILLER                                  PIC X(12) VALUE "44EZITRAK111".
     05  FILLER                                  PIC X(12) VALUE "45EZITRAK114".
     05  FILLER                                  PIC X(12) VALUE "46EZITRAK127".
     05  FILLER                                  PIC X(12) VALUE "47EZITRAK128".
     05  FILLER                                  PIC X(12) VALUE "48EZITRAK132".
     05  FILLER                                  PIC X(12) VALUE "49EZITRAK137".
     05  FILLER                                  PIC X(12) VALUE "50EZITRAK138".
     05  FILLER                                  PIC X(12) VALUE "51EZITRAK139".
     05  FILLER                                  PIC X(12) VALUE "52EZITRAK145".
     05  FILLER                                  PIC X(12) VALUE "53EZITRAK147".
     05  FILLER                                  PIC X(12) VALUE "54EZITRAK136".
 01  MENU-OPTION-ENTRIES REDEFINES MENU-OPTION-TABLE.
     05  MENU-OPTION-ENTRY OCCURS 54 TIMES.
         10  MNU-OPTION-CODE                     PIC X(2).
         10  MNU-PROGRAM-NAME                    PIC X(10).

 01  SUB1                                        PIC S9(4) COMP.
 01  WS-OPTION-FOUND-FLAG                        PIC X.
 01  WS-SPAWN-COMMAND                            PIC X(20).
 01  BANNER-SUB                                  PIC S9(4) COMP.
 01  BANNER-MAX                                  PIC S9(4) COMP VALUE 3.
 01  HEADLINE-END-FLAG                           PIC X.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
    INITIALIZE EZITRAK091-REC.
    MOVE CURRENT_USER_ID TO USER_ID OF EZITRAK091_REC.

    PERFORM 1150-LOAD-BANNER-HEADLINES.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
1150-LOAD-BANNER-HEADLINES.
*   EZITRAK120'S HEADLINES - A MAJOR INCIDENT SHOWS ON THE BANNER
*   BEFORE ANYONE LOGS ANOTHER DUPLICATE OF IT
    MOVE SPACES TO BANNER_LINE OF EZITRAK091_REC (1).
    MOVE SPACES TO BANNER_LINE OF EZITRAK091_REC (2).
    MOVE SPACES TO BANNER_LINE OF EZITRAK091_REC (3).
    MOVE ZERO   TO BANNER-SUB.
    MOVE "N"    TO HEADLINE-END-FLAG.

    OPEN INPUT HEADLINE-FILE.

    PERFORM 1160-READ-ONE-HEADLINE UNTIL HEADLINE-END-FLAG = "Y"
                                   OR BANNER-SUB = BANNER-MAX.

    CLOSE HEADLINE-FILE.
*
1160-READ-ONE-HEADLINE.
    READ HEADLINE-FILE
        AT END
            MOVE "Y" TO HEADLINE-END-FLAG
    END-READ.

    IF HEADLINE-END-FLAG = "N"
        ADD 1 TO BANNER-SUB
        MOVE HEADLINE-LINE TO BANNER_LINE OF EZITRAK091_REC (BANNER-SUB)
    END-IF.
/
2000-MENU-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK091_REC.
    PERFORM 1100-FORM-INIT.

    MOVE CURRENT_USER_ID TO USER_ID OF EZITRAK091_REC.

    PERFORM 1150-LOAD-BANNER-HEADLINES.
/
8000-FINALISATION.
    CALL            "FORMS$DISABLE"
