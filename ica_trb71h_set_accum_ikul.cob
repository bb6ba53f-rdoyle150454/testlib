*     ידיתע ףקות ךיראת םע תומושר     ןסינ ןרוא     19-AUG-2026  3008 *
*         הנתמה ץבוקל תוקרפומ                                       *
* --------------------------------- ------------- ----------- ----- *
*  Accounting-period check: every     TP_ELEVY   15-OCT-2026 #2171  *
*  875 row goes through              (see UC-WRITE-875-RECORD)      *
*  ICA_TRF720_PERIOD_CHK before it                                  *
*  is written - a row dated into a                                  *
*  closed period is re-dated to the                                 *
*  first open period and listed on                                  *
*  the prior-period register.                                       *
* --------------------------------- ------------- ----------- ----- *
*  Run manifest: the hold list is     TP_ELEVY   15-OCT-2026 #2172  *
*  recorded as loaded - records,     (see BI-LOAD-HOLD-LIST)        *
*  checksum, version, revision                                      *
*  time - by ICA_TRF721_RUN_                                        *
*  MANIFEST under the registry's                                    *
*  program name and OPER_ID.                                        *
* --------------------------------- ------------- ----------- ----- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 COPY "ICA_CDD_WKSP:ICA_PRT_481_STOP_APP_VAL"	     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRT_755_ACCUM_STATUS_VAL"    FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - Chg #2171 - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - Chg #2172 - run manifest (see ICA_TRF721_
*              RUN_MANIFEST): the control files this run loaded,
*              under the registry's program name and OPER_ID.
 COPY "ICA_CDD_WKSP:ICA_TRF721_RUN_MANIFEST_WKSP"    FROM DICTIONARY.

* ICD copies
*-----------
* 02-MAR-2026 - TP_TSARSU - CA-VALIDATE-SELECTION's own re-check of the
    MOVE 0 TO L$_WS01_HOLD_LIST_CNT
    SET L$_SW01_HOLD_LIST_NOT_EOF TO TRUE

* 15-OCT-2026 - TP_ELEVY - Chg #2172 - the hold list goes on the
*              run manifest, found or not.
    INITIALIZE ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE "ICA_TRB71H_SET_ACCUM_IKUL"
      TO P$_MAN_PROG_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE OPER_ID	      IN ICA_TRB71H_SET_ACCUM_IKUL_INP
      TO P$_MAN_RUN_KEY	      IN ICA_TRF721_RUN_MANIFEST_WKSP
    MOVE L$_P_TRB71H_HOLD_LIST_NAME
      TO P$_MAN_FILE_NAME     IN ICA_TRF721_RUN_MANIFEST_WKSP

    OPEN INPUT P_TRB71H_HOLD_LIST

    IF L$_HOLD_LIST_FOUND
             AT END
                SET L$_SW01_HOLD_LIST_EOF TO TRUE
             NOT AT END
                MOVE P_TRB71H_HOLD_LIST_REC
                  TO P$_MAN_REC_DATA  IN ICA_TRF721_RUN_MANIFEST_WKSP
                MOVE "A"
                  TO P$_MAN_FUNCTION  IN ICA_TRF721_RUN_MANIFEST_WKSP
                CALL 'ICA_TRF721_RUN_MANIFEST'
                     USING ICA_TRF721_RUN_MANIFEST_WKSP
                IF L$_WS01_HOLD_LIST_CNT < 200
                   ADD 1 TO L$_WS01_HOLD_LIST_CNT
                   MOVE P_HOLD_ACCUM_INTR_ID
               L$_WS01_HOLD_LIST_CNT, " ACCUM_INTR_ID(s) excluded"
    ELSE
       DISPLAY "No operator hold list present for this OPER_ID"
       MOVE "N"
         TO P$_MAN_FILE_FOUND IN ICA_TRF721_RUN_MANIFEST_WKSP
    END-IF

    MOVE "W"
      TO P$_MAN_FUNCTION      IN ICA_TRF721_RUN_MANIFEST_WKSP
    CALL 'ICA_TRF721_RUN_MANIFEST' USING ICA_TRF721_RUN_MANIFEST_WKSP
    .
 BI-EXIT.    EXIT.
*--------------------------------------------------------------------
       MOVE SP$_DATE_TIME_BINARY		IN ICA_TRB71H_SET_ACCUM_IKUL_INP
         TO UPDATE_TMSP			IN P_TRB71H_875_REC

* 15-OCT-2026 - TP_ELEVY - Chg #2171 - the posting date must fall
*              in an open accounting period.
       INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
       MOVE "R"
         TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
       MOVE "ICA_TRB71H_SET_ACCUM_IKUL"
         TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
       CALL 'ICA_TRF720_PERIOD_CHK'
            USING ICA_TRF720_PERIOD_CHK_WKSP
                  P_TRB71H_875_REC

       WRITE P_TRB71H_875_REC

       ADD 1
