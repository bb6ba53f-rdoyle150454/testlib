*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Each letter, sent or             TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see CA-JUDGE-ONE-ACCUM)      *
*  central correspondence store                                    *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*  Email-channel letters also go to  TP_ELEVY     15-OCT-2026  2162 *
*  the outbound email gateway        (see CE-WRITE-LETTER-LINE)    *
*  (ICA_PRF372_EMAIL_OUT) with a                                   *
*  delivery tracking id.                                           *
* --------------------------------- ------------- ----------- ---- *
*  Accounting-period check: every   TP_ELEVY     15-OCT-2026  2171 *
*  875 row goes through              (see EC-WRITE-TRANSFER-875-PAIR) *
*  ICA_TRF720_PERIOD_CHK before it                                 *
*  is written - a row dated into a                                 *
*  closed period is re-dated to the                                *
*  first open period and listed on                                 *
*  the prior-period register.                                      *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
*              suppression itself.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every letter, sent or
*              suppressed, recorded against the member.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - outbound email gateway (see
*              ICA_PRF372_EMAIL_OUT): every email-channel line also
*              goes to the gateway, tracked per letter.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - accounting-period check (see
*              ICA_TRF720_PERIOD_CHK): a history row dated into
*              a closed period is re-dated to the first open one.
 COPY "ICA_CDD_WKSP:ICA_TRF720_PERIOD_CHK_WKSP"       FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_DBCR_STOP_DBW"       FROM DICTIONARY.
       CALL 'ICA_PRF363_CONTACT_PREF'
            USING ICA_PRF363_CONTACT_PREF_WKSP

       INITIALIZE ICA_PRF370_CORR_LOG_WKSP
       MOVE "DORMANCY"
         TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
       MOVE L$_WS01_TODAY_YMD
         TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
       CALL 'ICA_PRF370_CORR_LOG'
            USING ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP

       IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
          ADD 1 TO L$_CT01_SUPPRESSED
          MOVE SPACES  TO MSG2 IN O_REPORT_REC
    IF L$_WS01_LTR_CHANNEL = "E"
       MOVE MSG IN O_LETTERS_REC TO MSG_E IN O_LETTERS_E_REC
       WRITE O_LETTERS_E_REC
* 15-OCT-2026 - TP_ELEVY - and to the email gateway, which gives
*              the letter its tracking id.
       MOVE MSG IN O_LETTERS_REC
         TO P$_EMO_LINE IN ICA_PRF372_EMAIL_OUT_WKSP
       CALL 'ICA_PRF372_EMAIL_OUT'
            USING ICA_PRF372_EMAIL_OUT_WKSP
                  ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    ELSE
       WRITE O_LETTERS_REC
    END-IF
      TO UPDATE_USER_CODE	IN P_DORM_875_REC
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_DORM_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_PRB359_DORMANCY"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_DORM_875_REC

    WRITE P_DORM_875_REC

    INITIALIZE P_DORM_875_REC
      TO UPDATE_USER_CODE	IN P_DORM_875_REC
    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO UPDATE_TMSP		IN P_DORM_875_REC

* 15-OCT-2026 - TP_ELEVY - the posting date must fall in an open
*              accounting period.
    INITIALIZE ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "R"
      TO P$_PCK_FUNCTION	IN ICA_TRF720_PERIOD_CHK_WKSP
    MOVE "ICA_PRB359_DORMANCY"
      TO P$_PCK_PROG_NAME	IN ICA_TRF720_PERIOD_CHK_WKSP
    CALL 'ICA_TRF720_PERIOD_CHK'
         USING ICA_TRF720_PERIOD_CHK_WKSP
               P_DORM_875_REC

    WRITE P_DORM_875_REC
    .
 EC-EXIT.    EXIT.
