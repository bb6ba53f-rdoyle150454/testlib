*# -------------------------   -------------    -----------   ---- #*
*#        	TP_NHELER    02-SEP-2026   3006 #*
*#                					   #*
*# -------------------------   -------------    -----------   ---- #*
*#        	TP_ELEVY     15-OCT-2026   3007 #*
*#                					   #*
*###################################################################*

*----------------------------------------------------*
      TO P$_MSG_CODE       IN ICA_TRF719_MSG_CATALOG_WKSP.
    MOVE L$_DATE_YYMMDD_TODAY
      TO P$_MSG_EVENT_DATE IN ICA_TRF719_MSG_CATALOG_WKSP.
* Change #3007 - Start.
*   the run key goes on the page of a critical message.
    MOVE DEB_CRD_PHASE_NUM IN ICA_TRJ712_JOB_DATA_INW
      TO P$_MSG_RUN_KEY    IN ICA_TRF719_MSG_CATALOG_WKSP.
* Change #3007 - End.
    CALL 'ICA_TRF719_MSG_CATALOG'
         USING ICA_TRF719_MSG_CATALOG_WKSP.

