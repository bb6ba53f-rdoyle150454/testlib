*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Each certificate issued          TP_ELEVY     15-OCT-2026  2160 *
*  recorded in the central           (see DG-WRITE-REGISTER-REC)   *
*  correspondence store                                            *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*********************************************************************
 IDENTIFICATION DIVISION.
*********************************************************************
 01 L$_WS01_NEXT_SEQ                PIC 9(06).
 01 L$_WS01_CERT_SERIAL             PIC 9(10).
 01 LD$_AMT                         PIC -(12)9.99.
 01 L$_WS01_ISSUE_YMD               PIC 9(08).

* UTL wksp and inc copies
*------------------------
 COPY 'UTL_CDD_WKSP:UTL_EXIT_ROUTINE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_COBRMS_VALUE_WKSP'           FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_GET_DATE_TIME_WKSP'          FROM DICTIONARY.
 COPY 'UTL_CDD_WKSP:UTL_CVT_DATE_DDMMYYYY_WKSP'      FROM DICTIONARY.

 COPY "UTL_SOURCE:UTL_SYMBOLS_DBA.INC".
 COPY 'UTL_SOURCE:UTL_MESSAGE.INC'.
*              with the run's counters from Z-FINISH.
 COPY "ICA_CDD_WKSP:ICA_TRF712_RUN_REG_WKSP"	      FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every certificate issued is
*              recorded against the member. The routine takes the
*              contact-preference workspace as its second half; a
*              certificate asks no preference, so this program
*              fills it in itself - always sent, mail channel.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_PRT_755_BAL_CHK_DBW"          FROM DICTIONARY.

    CALL 'UTL_GET_DATE_TIME' USING UTL_GET_DATE_TIME_WKSP

* 15-OCT-2026 - TP_ELEVY - the issue date, CCYYMMDD, for the
*              correspondence history.
    PERFORM BS-SET-ISSUE-DATE

    PERFORM BR-SEED-SERIAL

* 13-AUG-2026 - TP_NHELER - central run registry start record.
    OPEN EXTEND O_REGISTER_FILE
    .
 BR-EXIT.    EXIT.
*--------------------------------------------------------------------
 BS-SET-ISSUE-DATE			SECTION.
*--------------------------------------------------------------------
*# the run's clock, decoded to CCYYMMDD - TRB711's SDA-CHECK-ONE-DAY
*# idiom. A failed decode leaves zero; the history still records
*# the certificate, and its own logging time.
 BS-00.

    MOVE ZERO TO L$_WS01_ISSUE_YMD

    MOVE SP$_DATE_TIME_BINARY	IN UTL_GET_DATE_TIME_WKSP
      TO SP$_DATE_TIME_BINARY	IN UTL_CVT_DATE_DDMMYYYY_WKSP

    CALL 'UTL_CVT_DATE_DDMMYYYY' USING UTL_CVT_DATE_DDMMYYYY_WKSP
    IF SP$_SYSPRO_STATUS IN UTL_CVT_DATE_DDMMYYYY_WKSP IS FAILURE
       GO TO BS-EXIT
    END-IF

    INSPECT SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP
            REPLACING ALL " " BY "0"
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(1:2)
      TO L$_WS01_ISSUE_YMD(7:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(4:2)
      TO L$_WS01_ISSUE_YMD(5:2)
    MOVE SP$_DATE_DDMMYYYY IN UTL_CVT_DATE_DDMMYYYY_WKSP(7:4)
      TO L$_WS01_ISSUE_YMD(1:4)
    .
 BS-EXIT.    EXIT.
*--------------------------------------------------------------------
 C-MERGE-AND-SORT			SECTION.
*--------------------------------------------------------------------
      TO CR_ISSUE_TMSP

    WRITE O_REGISTER_REC

* 15-OCT-2026 - TP_ELEVY - the certificate on the member's
*              correspondence history; a group with no member data
*              has no one to record it against.
    IF CR_CLB_MEM_KEY NOT = SPACES
       INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
       MOVE CR_CLB_MEM_KEY
         TO P$_CPF_CLB_MEM_KEY IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "ICA_PRB361_ANNUAL_CERT"
         TO P$_CPF_PROG_NAME   IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "Y"
         TO P$_CPF_MANDATORY   IN ICA_PRF363_CONTACT_PREF_WKSP
            P$_CPF_WRITE       IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE "M"
         TO P$_CPF_CHANNEL     IN ICA_PRF363_CONTACT_PREF_WKSP
       MOVE L$_WS01_ISSUE_YMD
         TO P$_CPF_RUN_DATE    IN ICA_PRF363_CONTACT_PREF_WKSP

       INITIALIZE ICA_PRF370_CORR_LOG_WKSP
       MOVE "TAXCERT"
         TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
       MOVE CERT_YEAR	    IN ICA_PRB361_ANNUAL_CERT_INP
         TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
       CALL 'ICA_PRF370_CORR_LOG'
            USING ICA_PRF370_CORR_LOG_WKSP
                  ICA_PRF363_CONTACT_PREF_WKSP
    END-IF
    .
 DG-EXIT.    EXIT.
*--------------------------------------------------------------------
