*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171 *
*  875 row goes through              (see CB-WRITE-875-ROW)        *
*  ICA_TRF720_PERIOD_CHK before it                                 *
*  is written - a row dated into a                                 *
*  closed period is re-dated to the                                *
*  first open period and listed on                                 *
*  the prior-period register.                                      *
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

* ICD copies
*-----------
*   current balance of an accumulator - the same inquiry TRB71H's
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_REVAL_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_PRB350_CPI_REVAL"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_REVAL_875_REC

    WRITE P_REVAL_875_REC
    .
 CB-EXIT.    EXIT.
