*                  record, the ET_* modules and transaction pair) this       *
*                  program depends on.                                       *
*                                                                             *
*   NOTE         : EZITRAK482 now also carries each change's planned        *
*                  window, risk rating, requester, site and status - see    *
*                  EZITRAK0483.COB's header for the CHANGE_DETAILS columns  *
*                  and status rules. Named approvers decide on EZITRAK127.  *
*                                                                             *
*******************************************************************************
*
/
