*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Terminated members (ICA_PRB364_  TP_ELEVY     15-OCT-2026  2154 *
*  TERMINATE) get no notice and are  (see CA-NOTICE-ONE-MEMBER,     *
*  never lapsed over the "T" mark.    EA-LAPSE-ONE-MEMBER)          *
* --------------------------------- ------------- ----------- ---- *
*  A member flagged deceased ("D",   TP_ELEVY     15-OCT-2026  2155 *
*  ICA_PRB366_DEATH_NOTICE) is       (see EA-LAPSE-ONE-MEMBER)      *
*  never lapsed over the mark.                                      *
* --------------------------------- ------------- ----------- ---- *
*  Each notice, sent or             TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see CA-NOTICE-ONE-MEMBER)    *
*  central correspondence store                                    *
*  (ICA_PRF370_CORR_LOG).                                          *
* --------------------------------- ------------- ----------- ---- *
*  Email-channel letters also go to  TP_ELEVY     15-OCT-2026  2162 *
*  the outbound email gateway        (see CD-WRITE-LETTER-LINE)    *
*  (ICA_PRF372_EMAIL_OUT) with a                                   *
*  delivery tracking id.                                           *
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

* ICD copies
*-----------
 COPY "ICD_CDD_WKSP:ICD_COMMON_DBW"		      FROM DICTIONARY.
       GO TO CA-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - a member ICA_PRB364_TERMINATE closed
*              (MEMBER_STATUS "T") is not invited to renew.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T"
       GO TO CA-EXIT
    END-IF

* 02-SEP-2026 - TP_ONISSA - the member's recorded preference
*              decides channel and suppression.
    INITIALIZE ICA_PRF363_CONTACT_PREF_WKSP
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "RENEWAL"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE L$_WS01_RUN_DATE
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       MOVE SPACES  TO MSG2 IN O_REGISTER_REC
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
       GO TO EA-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - a terminated member's period ends on the
*              termination date; the "T" mark stays, never "L".
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "T"
       GO TO EA-EXIT
    END-IF

* 15-OCT-2026 - TP_ELEVY - the deceased mark (ICA_PRB366_DEATH_
*              NOTICE) is what freezes the member's debits and mail;
*              a lapse must not overwrite it.
    IF MEMBER_STATUS IN ICD_PRT_343_CLB_MEM_BAS
                     IN ICD_PRT_343_CLB_MEM_BAS_DBW = "D"
       GO TO EA-EXIT
    END-IF

    MOVE DP$_SYM_TRAN_READ_WRITE TO DP$_ACTION OF ICD_COMMON_DBW
    CALL 'ICD_COMMON_DBA' USING ICD_COMMON_DBW

