*                                            Modification history   *
*                   Description          Oper. name     Date   CID *
* --------------------------------- ------------- ----------- ---- *
*  Each letter, sent or             TP_ELEVY     15-OCT-2026  2160 *
*  suppressed, recorded in the       (see C-LETTER-ONE-MEMBER)     *
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
*              A deduction letter is MANDATORY, so only the
*              returned-mail marker can suppress it.
 COPY "ICA_CDD_WKSP:ICA_PRF363_CONTACT_PREF_WKSP"     FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - central correspondence history (see
*              ICA_PRF370_CORR_LOG): every letter, sent or
*              suppressed, recorded against the member.
 COPY "ICA_CDD_WKSP:ICA_PRF370_CORR_LOG_WKSP"         FROM DICTIONARY.

* 15-OCT-2026 - TP_ELEVY - outbound email gateway (see
*              ICA_PRF372_EMAIL_OUT): every email-channel line also
*              goes to the gateway, tracked per letter.
 COPY "ICA_CDD_WKSP:ICA_PRF372_EMAIL_OUT_WKSP"        FROM DICTIONARY.
*--------------------------------------------------------------------
 LINKAGE                                SECTION.
*--------------------------------------------------------------------
    CALL 'ICA_PRF363_CONTACT_PREF'
         USING ICA_PRF363_CONTACT_PREF_WKSP

    INITIALIZE ICA_PRF370_CORR_LOG_WKSP
    MOVE "DEDUCTION"
      TO P$_CRL_LETTER_TYPE IN ICA_PRF370_CORR_LOG_WKSP
    MOVE OPER_ID	    IN ICA_TRB71U_DEDUCT_LETTERS_INP
      TO P$_CRL_RUN_KEY     IN ICA_PRF370_CORR_LOG_WKSP
    CALL 'ICA_PRF370_CORR_LOG'
         USING ICA_PRF370_CORR_LOG_WKSP
               ICA_PRF363_CONTACT_PREF_WKSP

    IF P$_CPF_WRITE IN ICA_PRF363_CONTACT_PREF_WKSP = "N"
       ADD 1 TO L$_CT01_SUPPRESSED
       MOVE SPACES  TO MSG IN O_REGISTER_REC
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
