*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171 *
*  875 row goes through              (see CC-WRITE-875-ROW)        *
*  ICA_TRF720_PERIOD_CHK before it                                 *
*  is written - a row dated into a                                 *
*  closed period is re-dated to the                                *
*  first open period and listed on                                 *
*  the prior-period register.                                      *
* --------------------------------- ------------- ----------- ---- *
*  Run manifest: the rate table     TP_ELEVY     15-OCT-2026  2172 *
*  is recorded as loaded -           (see BA-LOAD-RATE-TABLE)      *
*  records, checksum, version,                                     *
*  revision time - by                                              *
*  ICA_TRF721_RUN_MANIFEST under                                   *
*  OPER_ID.                                                        *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 COPY "ICA_CDD_WKSP:ICA_CONSTANT_VALUES"	      FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_SVT_022_COD_TBL_2875_VAL"    FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - run manifest (see ICA_TRF721_RUN_MANIFEST):
*              the rate table this run accrued with, under OPER_ID.
 COPY "ICA_CDD_WKSP:ICA_TRF721_RUN_MANIFEST_WKSP"    FROM DICTIONARY.

* ICD copies
*-----------
*   current balance and product type of an accumulator - the same
*# post nothing and call it a run.
 BA-00.

* 15-OCT-2026 - TP_ELEVY - the rate table goes on the run manifest
*              (see ICA_TRF721_RUN_MANIFEST) under this run's OPER_ID.
    INITIALIZE ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE "ICA_PRB352_INT_ACCRUAL"
      TO P$_MAN_PROG_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE OPER_ID	   IN ICA_PRB352_INT_ACCRUAL_INP
      TO P$_MAN_RUN_KEY    IN ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE L$_RATE_TBL_NAME
      TO P$_MAN_FILE_NAME  IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT I_RATE_TBL_FILE
    DISPLAY "Open Input File: " L$_RATE_TBL_NAME

          AT END
             SET L$_SW01_EOF_RATES_YES TO TRUE
          NOT AT END
             MOVE I_RATE_TBL_REC
               TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
             MOVE "A"
               TO P$_MAN_FUNCTION  IN ICA_TRF721_RUN_MANIFEST_WKSP
             CALL 'ICA_TRF721_RUN_MANIFEST'
                  USING ICA_TRF721_RUN_MANIFEST_WKSP
             IF L$_WS01_RT_CNT < 100
                ADD 1 TO L$_WS01_RT_CNT
                SET L$_WS01_RT_IDX TO L$_WS01_RT_CNT

    CLOSE I_RATE_TBL_FILE

    MOVE "W"
      TO P$_MAN_FUNCTION   IN ICA_TRF721_RUN_MANIFEST_WKSP
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP

    IF L$_WS01_RT_CNT = ZERO
       DISPLAY "** Interest rate table empty - nothing can be accrued."
       MOVE SP$_MSG_ERROR	TO SP$_ACW_PROC_AUX_STATUS
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_ACCR_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_PRB352_INT_ACCRUAL"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_ACCR_875_REC

    WRITE P_ACCR_875_REC
    .
 CC-EXIT.    EXIT.
