*                  ET_SS_APPLICATION_OWNER select. A DBA/CDD maintainer     *
*                  needs to add the column and generate both modules.       *
*                                                                             *
*   NOTE         : APPLICATION_DETAILS needs a new COST_CENTRE PIC X(8)     *
*                  column - the owning cost centre EZITRAK115's GL          *
*                  chargeback journal debits for the application's labour   *
*                  and parts. It rides the owner column's road: a new       *
*                  COST_CENTRE field on the EZITRAK062_REC line is applied  *
*                  by 6559_SET_APPLICATION_COST_CENTRE through a narrow     *
*                  ET_UR_APPLICATION_COST_CENTRE (APPLICATION_ID,           *
*                  COST_CENTRE) after every successful insert or modify,    *
*                  and EZITRAK115 reads it back through                     *
*                  ET_SS_APPLICATION_COST_CENTRE. A blank cost centre is    *
*                  charged to the GL_SUSPENSE_COST_CENTRE system parameter. *
*                  A DBA/CDD maintainer needs to add the column and         *
*                  generate both modules.                                   *
*                                                                             *
*******************************************************************************
*
/
          TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6558_SET_APPLICATION_OWNER
        PERFORM 6559_SET_APPLICATION_COST_CENTRE
    WHEN SQL_DUPLICATE_IDX
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK062_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6559_SET_APPLICATION_COST_CENTRE.
*   THE OWNING COST CENTRE EZITRAK115 DEBITS IN THE GL CHARGEBACK
*   JOURNAL - ANOTHER NARROW UPDATE, THE OWNER WAY
    CALL "ET_UR_APPLICATION_COST_CENTRE" USING SQLCA
                                 APPLICATION_ID OF APPLICATION_DETAILS_REC
                                 COST_CENTRE    OF EZITRAK062_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF APPLICATION_COST_CENTRE_UR CODE=" SQLCODE
                WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6553_CHECK_APPLICATION_REFERENCED.
    MOVE APPLICATION_ID OF EZITRAK062-REC ( SUB1 )
      TO APPLICATION_ID OF PROBLEM_DETAILS_REC.
          TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6558_SET_APPLICATION_OWNER
        PERFORM 6559_SET_APPLICATION_COST_CENTRE
    WHEN SQL_NOT_FOUND
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK062_REC
