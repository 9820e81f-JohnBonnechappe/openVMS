*                  needs to add the column and regenerate ET_FC_PERSON_DETAILS*
*                  to match.                                                 *
*                                                                             *
*   NOTE         : PERSON_DETAILS needs a new PERSON_GRADE PIC X(4) column  *
*                  - the labour grade EZITRAK115's GL chargeback journal    *
*                  looks up in the LABOUR_RATE table (see EZITRAK1143.COB's *
*                  header) to cost a person's minutes - and EZITRAK052_REC  *
*                  a matching PERSON_GRADE field. The wide                  *
*                  ET_FC_PERSON_DETAILS keeps its column list;              *
*                  7710_READ_PERSON_GRADE below fills the screen field from *
*                  a narrow ET_SS_PERSON_GRADE select (PERSON_ID in,        *
*                  PERSON_GRADE out) for each fetched line, and EZITRAK0053 *
*                  writes it back through ET_UR_PERSON_GRADE. A DBA/CDD     *
*                  maintainer needs to add the column and generate both     *
*                  modules.                                                 *
*                                                                             *
*   NOTE         : PERSON_DETAILS needs a new TEAM_LEADER_ID PIC X(8)       *
*                  column - the PERSON_ID of the team leader who signs off  *
*                  the person's callout claims on EZITRAK117's payroll      *
*                  report - and EZITRAK052_REC a matching TEAM_LEADER_ID    *
*                  field. It rides its own narrow ET_SS_PERSON_TEAM_LEADER  *
*                  select (PERSON_ID in, TEAM_LEADER_ID out), read by       *
*                  7720_READ_TEAM_LEADER for each fetched line, and         *
*                  EZITRAK0053 writes it back through                       *
*                  ET_UR_PERSON_TEAM_LEADER, the PERSON_GRADE arrangement   *
*                  above. A DBA/CDD maintainer needs to add the column and  *
*                  generate both modules.                                   *
*                                                                             *
*   NOTE         : PERSON_DETAILS needs a new PHONE_EXTENSION PIC X(8)      *
*                  column - the help desk telephone extension a person      *
*                  answers calls on, which EZITRAK126 matches against the   *
*                  agent extension on the exchange's call detail records -  *
*                  and EZITRAK052_REC a matching PHONE_EXTENSION field. It  *
*                  rides its own narrow ET_SS_PERSON_EXTENSION select       *
*                  (PERSON_ID in, PHONE_EXTENSION out), read by             *
*                  7730_READ_PHONE_EXTENSION for each fetched line, and     *
*                  EZITRAK0053 writes it back through                       *
*                  ET_UR_PERSON_EXTENSION, the PERSON_GRADE arrangement     *
*                  above. A DBA/CDD maintainer needs to add the column and  *
*                  generate both modules.                                   *
*                                                                             *
*   NOTE         : PERSON_DETAILS needs a new DEPARTMENT_ID PIC X(6) column *
*                  - the DEPARTMENT_DETAILS code (see EZITRAK1323's header) *
*                  of the department the person works in, which EZITRAK133  *
*                  reports caller demand by - and EZITRAK052_REC a matching *
*                  DEPARTMENT_ID field. It rides its own narrow             *
*                  ET_SS_PERSON_DEPARTMENT select (PERSON_ID in,            *
*                  DEPARTMENT_ID out), read by 7740_READ_DEPARTMENT for     *
*                  each fetched line, and EZITRAK0053 checks and writes it  *
*                  back through ET_UR_PERSON_DEPARTMENT, the PERSON_GRADE   *
*                  arrangement above. A DBA/CDD maintainer needs to add the *
*                  column and generate both modules.                        *
*                                                                             *
*******************************************************************************
*
/
          TO AWAY_FROM_DATE      OF EZITRAK052_REC (SUB1).
        MOVE BACK_ON_DATE        OF PERSON_DETAILS_REC
          TO BACK_ON_DATE        OF EZITRAK052_REC (SUB1).
        PERFORM 7710_READ_PERSON_GRADE
        PERFORM 7720_READ_TEAM_LEADER
        PERFORM 7730_READ_PHONE_EXTENSION
        PERFORM 7740_READ_DEPARTMENT.
*
7710_READ_PERSON_GRADE.
*   PERSON_GRADE RIDES A NARROW SELECT OF ITS OWN - THE WIDE FETCH
*   KEEPS ITS ORIGINAL COLUMN LIST
    CALL "ET_SS_PERSON_GRADE" USING SQLCA
                                 PERSON_ID    OF PERSON_DETAILS_REC
                                 PERSON_GRADE OF EZITRAK052_REC (SUB1)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO PERSON_GRADE OF EZITRAK052_REC (SUB1)
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_GRADE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK051_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7720_READ_TEAM_LEADER.
    CALL "ET_SS_PERSON_TEAM_LEADER" USING SQLCA
                                 PERSON_ID      OF PERSON_DETAILS_REC
                                 TEAM_LEADER_ID OF EZITRAK052_REC (SUB1)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO TEAM_LEADER_ID OF EZITRAK052_REC (SUB1)
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF TEAM_LEADER_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK051_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7730_READ_PHONE_EXTENSION.
    CALL "ET_SS_PERSON_EXTENSION" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PHONE_EXTENSION OF EZITRAK052_REC (SUB1)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO PHONE_EXTENSION OF EZITRAK052_REC (SUB1)
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_EXTENSION_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK051_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7740_READ_DEPARTMENT.
    CALL "ET_SS_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID     OF PERSON_DETAILS_REC
                                 DEPARTMENT_ID OF EZITRAK052_REC (SUB1)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO DEPARTMENT_ID OF EZITRAK052_REC (SUB1)
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_DEPARTMENT_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK051_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.
