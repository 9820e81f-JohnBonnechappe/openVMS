*                  for the new CDD table and the EZITRAK046 inquiry report  *
*                  over it.                                                 *
*                                                                             *
*   NOTE         : PERSON_GRADE (see ET0052.COB's header) - the new         *
*                  EZITRAK052_REC field is written back after every         *
*                  successful insert or modify by 6558_SET_PERSON_GRADE     *
*                  through the narrow ET_UR_PERSON_GRADE update (PERSON_ID, *
*                  PERSON_GRADE), so the wide IR/UR modules EZITRAK095's HR *
*                  feed shares keep their column lists. Feed starters       *
*                  arrive with a blank grade and are keyed here; EZITRAK115 *
*                  lists any minutes it cannot cost.                        *
*                                                                             *
*   NOTE         : TEAM_LEADER_ID (see ET0052.COB's header) is written back *
*                  after every successful insert or modify by               *
*                  6559_SET_TEAM_LEADER through the narrow                  *
*                  ET_UR_PERSON_TEAM_LEADER update (PERSON_ID,              *
*                  TEAM_LEADER_ID), alongside PERSON_GRADE. A blank leader  *
*                  is allowed; EZITRAK117 prints that person's claims under *
*                  NO TEAM LEADER.                                          *
*                                                                             *
*   NOTE         : PHONE_EXTENSION (see ET0052.COB's header) is written     *
*                  back after every successful insert or modify by          *
*                  6560_SET_PHONE_EXTENSION through the narrow              *
*                  ET_UR_PERSON_EXTENSION update (PERSON_ID,                *
*                  PHONE_EXTENSION), alongside PERSON_GRADE. It is blank    *
*                  for anyone who does not take help desk calls; EZITRAK126 *
*                  lists calls answered on an extension nobody holds under  *
*                  NOT ON FILE.                                             *
*                                                                             *
*   NOTE         : DEPARTMENT_ID (see ET0052.COB's header) is checked by    *
*                  6551_CHECK_DEPARTMENT before every insert or modify - a  *
*                  code that is not on DEPARTMENT_DETAILS                   *
*                  (ET_SS_DEPARTMENT_DETAILS, see EZITRAK1323's header)     *
*                  refuses the line with "DEPARTMENT CODE NOT ON FILE" -    *
*                  and written back after it by 6561_SET_DEPARTMENT through *
*                  the narrow ET_UR_PERSON_DEPARTMENT update (PERSON_ID,    *
*                  DEPARTMENT_ID), alongside PERSON_GRADE. A blank          *
*                  department is allowed; EZITRAK133 reports those callers  *
*                  under NO DEPARTMENT.                                     *
*                                                                             *
*   NOTE         : 6550_UPDATE_PERSON_DESC's "I" leg now runs               *
*                  6555_CHECK_POSSIBLE_DUPLICATE before the insert. It      *
*                  reads PERSON_DETAILS through the existing                *
*                  ET_OC/FC/CC_PERSON_DETAILS (opened with a blank          *
*                  PERSON_ID, the EZITRAK0052 fetch shape) for rows with    *
*                  the same PERSON_PHONE, the same PERSON_EMAIL (ignoring   *
*                  case) or the same surname and initials as built by       *
*                  EZITRAK1403. Any found refuse the line with "POSSIBLE    *
*                  DUP OF", up to five PERSON_IDs and "+n MORE" for the     *
*                  rest - all that fits the 60-character ERROR_MESSAGE -    *
*                  roll back                                                *
*                  the whole screen and return EXIT_STATUS 31 so EZITRAK005 *
*                  shows the list screen again. The warned PERSON_ID is     *
*                  remembered, so sending the same screen again inserts it  *
*                  - the EZITRAK001 duplicate-problem warn-once style.      *
*                  EZITRAK140 lists the duplicates already on file for      *
*                  EZITRAK033 to merge.                                     *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.DEPARTMENT_DETAILS_REC"    from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  PERSON-FOUND-FLAG                           PIC X.
 01  PERSON-REFERENCED-FLAG                      PIC X.
 01  DUP-WARNING-FLAG                            PIC X.
 01  DUP-FOUND-FLAG                              PIC X.
 01  DUP-MATCH-FLAG                              PIC X.
 01  DUP-SUB                                     PIC S9(4) COMP.
 01  DUP-MSG-PTR                                 PIC S9(4) COMP.
 01  DUP-NEW-PERSON-ID                           PIC X(8).
 01  DUP-NEW-PHONE                               PIC X(12).
 01  DUP-NEW-EMAIL                               PIC X(40).
 01  DUP-ROW-EMAIL                               PIC X(40).
 01  DUP-NEW-NAME-KEY.
     03  DUP-NEW-SURNAME                         PIC X(20).
     03  DUP-NEW-INITIALS                        PIC X(6).
 01  DUP-ROW-NAME-KEY.
     03  DUP-ROW-SURNAME                         PIC X(20).
     03  DUP-ROW-INITIALS                        PIC X(6).
 01  LOWER-CASE-LETTERS                          PIC X(26) VALUE
                                         "abcdefghijklmnopqrstuvwxyz".
 01  UPPER-CASE-LETTERS                          PIC X(26) VALUE
                                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*   THE FIRST FIVE EXISTING PEOPLE THE NEW LINE MAY DUPLICATE - ALL
*   THE 60-CHARACTER MESSAGE HOLDS - AND A COUNT OF ANY BEYOND THEM
 01  DUP-CANDIDATE-COUNT                         PIC S9(4) COMP.
 01  DUP-CANDIDATE-MAX                           PIC S9(4) COMP VALUE 5.
 01  DUP-CANDIDATE-TABLE.
     05  DUP-CANDIDATE-ID OCCURS 5 TIMES         PIC X(8).
 01  DUP-MORE-COUNT                              PIC S9(4) COMP.
 01  DUP-MORE-MAX                                PIC S9(4) COMP VALUE 99.
 01  DUP-MORE-EDIT                               PIC Z9.
 01  DUP-MSG-LIMIT                               PIC S9(4) COMP VALUE 61.
 01  DUP-ID-LIMIT                                PIC S9(4) COMP.

*   NEW PERSON_IDS ALREADY WARNED ABOUT - KEPT BETWEEN CALLS SO THE
*   RESUBMIT OF THE SAME LIST SCREEN GOES THROUGH, CLEARED ONCE A
*   SUBMIT COMMITS
 01  DUP-WARNED-COUNT                            PIC S9(4) COMP VALUE 0.
 01  DUP-WARNED-MAX                              PIC S9(4) COMP VALUE 20.
 01  DUP-WARNED-TABLE.
     05  DUP-WARNED-PERSON-ID OCCURS 20 TIMES    PIC X(8).

 01  WS_ERROR_MESSAGE.
     03  WS_ERROR_MESSAGE_TXT                    PIC X(48).
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        MOVE "N" TO DUP-WARNING-FLAG
        PERFORM 6550_UPDATE_PERSON_DESC VARYING SUB1
                                          FROM 1 BY 1
                                          UNTIL SUB1 > SUB1_MAX
                                          OR TMP_FLAG = "N"
    END-IF.

*   A POSSIBLE DUPLICATE BACKS OUT THE WHOLE SCREEN AND SENDS IT BACK
*   WITH THE WARNING, SO THE RESUBMIT DOES NOT RE-INSERT LINES ABOVE IT
    IF DUP-WARNING-FLAG = "Y"
        PERFORM 7900_RLB_TRAN
        MOVE 31 TO EXIT_STATUS
    ELSE
        PERFORM 7800_CMT_TRAN
        MOVE ZERO TO DUP-WARNED-COUNT
    END-IF.
/
6550_UPDATE_PERSON_DESC.
    EVALUATE UPDATE_IND OF EZITRAK052_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_CHECK_DEPARTMENT
        IF TMP_FLAG = "Y"
            PERFORM 6555_CHECK_POSSIBLE_DUPLICATE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_PERSON_DESC
        END-IF
    WHEN "D"
        PERFORM 7500_SELECT_PERSON_DESC
        IF TMP_FLAG = "Y"
            END-IF
        END-IF
    WHEN "M"
        PERFORM 6551_CHECK_DEPARTMENT
        IF TMP_FLAG = "Y"
            PERFORM 7500_SELECT_PERSON_DESC
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_PERSON_DESC
        END-IF
        CONTINUE
    END-EVALUATE.
*
6551_CHECK_DEPARTMENT.
*   A BLANK DEPARTMENT IS ALLOWED - ANY CODE GIVEN MUST BE ON FILE SO
*   THE DEMAND REPORT NEVER COUNTS A CALLER UNDER A MISTYPED CODE
    IF DEPARTMENT_ID OF EZITRAK052-REC ( SUB1 ) NOT = SPACES
        MOVE DEPARTMENT_ID OF EZITRAK052-REC ( SUB1 )
          TO DEPARTMENT_ID OF DEPARTMENT_DETAILS_REC

        CALL "ET_SS_DEPARTMENT_DETAILS" USING SQLCA
                              DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                              DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                              MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                              COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                              REC_USER          OF DEPARTMENT_DETAILS_REC
                              REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE 31  TO STAGE-OF-PROCESSING
            MOVE "N" TO TMP_FLAG
            MOVE "DEPARTMENT CODE NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK052_REC
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR OF DEPARTMENT_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.
*
6552_INSERT_PERSON_DESC.
    MOVE PERSON_ID     OF EZITRAK052-REC ( SUB1 )
      TO PERSON_ID     OF PERSON_DETAILS_REC.
        PERFORM 8955-BUILD-PERSON-IMAGE
        MOVE AUDIT-PERSON-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6558_SET_PERSON_GRADE
        PERFORM 6559_SET_TEAM_LEADER
        PERFORM 6560_SET_PHONE_EXTENSION
        PERFORM 6561_SET_DEPARTMENT
    WHEN SQL_DUPLICATE_IDX
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK052_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6555_CHECK_POSSIBLE_DUPLICATE.
*   WARN ONCE - THE SAME PERSON_ID SENT AGAIN AFTER THE WARNING IS A
*   DELIBERATE NEW PERSON AND IS INSERTED WITHOUT ANOTHER LOOK
    MOVE PERSON_ID OF EZITRAK052-REC ( SUB1 ) TO DUP-NEW-PERSON-ID.

    MOVE "N" TO DUP-FOUND-FLAG.
    PERFORM 6562_FIND_WARNED_PERSON VARYING DUP-SUB FROM 1 BY 1
                                    UNTIL DUP-SUB > DUP-WARNED-COUNT
                                    OR DUP-FOUND-FLAG = "Y".

    IF DUP-FOUND-FLAG = "N"
        MOVE PERSON_PHONE OF EZITRAK052-REC ( SUB1 ) TO DUP-NEW-PHONE
        MOVE PERSON_EMAIL OF EZITRAK052-REC ( SUB1 ) TO DUP-NEW-EMAIL
        INSPECT DUP-NEW-EMAIL CONVERTING LOWER-CASE-LETTERS
                                      TO UPPER-CASE-LETTERS
        CALL "EZITRAK1403" USING PERSON_DESC OF EZITRAK052-REC ( SUB1 )
                                 DUP-NEW-NAME-KEY
        PERFORM 6563_SCAN_FOR_DUPLICATES
        IF DUP-CANDIDATE-COUNT > ZERO
            PERFORM 6564_WARN_POSSIBLE_DUPLICATE
        END-IF
    END-IF.
*
6556_UPDATE_PERSON_DESC.
    MOVE PERSON_ID     OF EZITRAK052-REC ( SUB1 )
      TO PERSON_ID     OF PERSON_DETAILS_REC.
        PERFORM 8955-BUILD-PERSON-IMAGE
        MOVE AUDIT-PERSON-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6558_SET_PERSON_GRADE
        PERFORM 6559_SET_TEAM_LEADER
        PERFORM 6560_SET_PHONE_EXTENSION
        PERFORM 6561_SET_DEPARTMENT
    WHEN SQL_NOT_FOUND
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK052_REC
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6558_SET_PERSON_GRADE.
*   THE WIDE IR/UR MODULES KEEP THEIR COLUMN LISTS (EZITRAK095 AND THE
*   OTHER CALLERS SHARE THEM) - PERSON_GRADE RIDES A NARROW UPDATE OF
*   ITS OWN, THE ET_UR_APPLICATION_OWNER PRECEDENT
    CALL "ET_UR_PERSON_GRADE" USING SQLCA
                                 PERSON_ID    OF PERSON_DETAILS_REC
                                 PERSON_GRADE OF EZITRAK052_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_GRADE_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6559_SET_TEAM_LEADER.
    CALL "ET_UR_PERSON_TEAM_LEADER" USING SQLCA
                                 PERSON_ID      OF PERSON_DETAILS_REC
                                 TEAM_LEADER_ID OF EZITRAK052_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF TEAM_LEADER_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6560_SET_PHONE_EXTENSION.
    CALL "ET_UR_PERSON_EXTENSION" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PHONE_EXTENSION OF EZITRAK052_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_EXTENSION_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6561_SET_DEPARTMENT.
    CALL "ET_UR_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID     OF PERSON_DETAILS_REC
                                 DEPARTMENT_ID OF EZITRAK052_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_DEPARTMENT_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
6562_FIND_WARNED_PERSON.
    IF DUP-WARNED-PERSON-ID (DUP-SUB) = DUP-NEW-PERSON-ID
        MOVE "Y" TO DUP-FOUND-FLAG
    END-IF.
*
6563_SCAN_FOR_DUPLICATES.
*   THE SAME PHONE, THE SAME EMAIL OR THE SAME SURNAME AND INITIALS
*   (SEE EZITRAK1403) AS ANYONE ALREADY ON FILE
    MOVE ZERO TO DUP-CANDIDATE-COUNT.
    MOVE ZERO TO DUP-MORE-COUNT.

    MOVE SPACES TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_OC_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6565_FETCH_CANDIDATE UNTIL NOT SQL_SUCCESS
                                 OR DUP-MORE-COUNT NOT < DUP-MORE-MAX.

    CALL "ET_CC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6564_WARN_POSSIBLE_DUPLICATE.
    MOVE 31  TO STAGE-OF-PROCESSING.
    MOVE "N" TO TMP_FLAG.
    MOVE "Y" TO DUP-WARNING-FLAG.

    IF DUP-WARNED-COUNT < DUP-WARNED-MAX
        ADD 1 TO DUP-WARNED-COUNT
        MOVE DUP-NEW-PERSON-ID TO DUP-WARNED-PERSON-ID (DUP-WARNED-COUNT)
    END-IF.

    MOVE SPACES TO ERROR_MESSAGE OF EZITRAK052_REC.
    MOVE 1      TO DUP-MSG-PTR.
    STRING "POSSIBLE DUP OF" DELIMITED BY SIZE
      INTO ERROR_MESSAGE OF EZITRAK052_REC
      WITH POINTER DUP-MSG-PTR.

*   FIVE FULL IDS FILL THE LINE - WHEN MORE WERE FOUND, KEEP ROOM FOR
*   " +99 MORE" AND LET THE FIFTH ID FALL INTO THE COUNT
    MOVE DUP-MSG-LIMIT TO DUP-ID-LIMIT.
    IF DUP-MORE-COUNT > ZERO
        SUBTRACT 9 FROM DUP-ID-LIMIT
    END-IF.

    PERFORM 6567_ADD_CANDIDATE_TO_MESSAGE VARYING DUP-SUB FROM 1 BY 1
                                          UNTIL DUP-SUB > DUP-CANDIDATE-COUNT.

    IF DUP-MORE-COUNT > ZERO
        PERFORM 6568_ADD_MORE_TO_MESSAGE
    END-IF.
*
6565_FETCH_CANDIDATE.
    CALL "ET_FC_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_DESC     OF PERSON_DETAILS_REC
                                 PERSON_PHONE    OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 AWAY_FROM_DATE  OF PERSON_DETAILS_REC
                                 BACK_ON_DATE    OF PERSON_DETAILS_REC
                                 REC_USER        OF PERSON_DETAILS_REC
                                 REC_TMSTAMP     OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERSON_ID OF PERSON_DETAILS_REC NOT = DUP-NEW-PERSON-ID
            PERFORM 6566_COMPARE_CANDIDATE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6566_COMPARE_CANDIDATE.
    MOVE "N" TO DUP-MATCH-FLAG.

    IF DUP-NEW-PHONE NOT = SPACES
    AND DUP-NEW-PHONE = PERSON_PHONE OF PERSON_DETAILS_REC
        MOVE "Y" TO DUP-MATCH-FLAG
    END-IF.

    MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO DUP-ROW-EMAIL.
    INSPECT DUP-ROW-EMAIL CONVERTING LOWER-CASE-LETTERS
                                  TO UPPER-CASE-LETTERS.
    IF DUP-NEW-EMAIL NOT = SPACES
    AND DUP-NEW-EMAIL = DUP-ROW-EMAIL
        MOVE "Y" TO DUP-MATCH-FLAG
    END-IF.

    IF DUP-MATCH-FLAG = "N" AND DUP-NEW-SURNAME NOT = SPACES
        CALL "EZITRAK1403" USING PERSON_DESC OF PERSON_DETAILS_REC
                                 DUP-ROW-NAME-KEY
        IF DUP-ROW-NAME-KEY = DUP-NEW-NAME-KEY
            MOVE "Y" TO DUP-MATCH-FLAG
        END-IF
    END-IF.

    IF DUP-MATCH-FLAG = "Y"
        IF DUP-CANDIDATE-COUNT < DUP-CANDIDATE-MAX
            ADD 1 TO DUP-CANDIDATE-COUNT
            MOVE PERSON_ID OF PERSON_DETAILS_REC
              TO DUP-CANDIDATE-ID (DUP-CANDIDATE-COUNT)
        ELSE
            ADD 1 TO DUP-MORE-COUNT
        END-IF
    END-IF.
*
6567_ADD_CANDIDATE_TO_MESSAGE.
*   AN ID IS ADDED WHOLE OR NOT AT ALL - ONE THAT WOULD NOT FIT IS
*   COUNTED INTO THE "+n MORE" INSTEAD
    IF DUP-MSG-PTR + 9 > DUP-ID-LIMIT
        ADD 1 TO DUP-MORE-COUNT
    ELSE
        STRING " "                         DELIMITED BY SIZE
               DUP-CANDIDATE-ID (DUP-SUB)  DELIMITED BY " "
          INTO ERROR_MESSAGE OF EZITRAK052_REC
          WITH POINTER DUP-MSG-PTR
          ON OVERFLOW
              ADD 1 TO DUP-MORE-COUNT
        END-STRING
    END-IF.
*
6568_ADD_MORE_TO_MESSAGE.
    IF DUP-MORE-COUNT > DUP-MORE-MAX
        MOVE DUP-MORE-MAX   TO DUP-MORE-COUNT
    END-IF.
    MOVE DUP-MORE-COUNT TO DUP-MORE-EDIT.

    IF DUP-MORE-COUNT < 10
        STRING " +"               DELIMITED BY SIZE
               DUP-MORE-EDIT (2:1) DELIMITED BY SIZE
               " MORE"            DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK052_REC
          WITH POINTER DUP-MSG-PTR
          ON OVERFLOW
              CONTINUE
        END-STRING
    ELSE
        STRING " +"               DELIMITED BY SIZE
               DUP-MORE-EDIT      DELIMITED BY SIZE
               " MORE"            DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK052_REC
          WITH POINTER DUP-MSG-PTR
          ON OVERFLOW
              CONTINUE
        END-STRING
    END-IF.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PERSON" USING SQLCA.
